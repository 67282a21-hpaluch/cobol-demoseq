000010*****************************************************************
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.     ARAGING.
000040 AUTHOR.         D. KOVACS.
000050 INSTALLATION.   DATA PROCESSING DEPT.
000060 DATE-WRITTEN.   10/15/2026.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*------------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    10/15/2026 DK    INITIAL VERSION - READS CLAIMS.DAT AND
000130*                      PRINTS ARAGING.RPT, AN ACCOUNTS-RECEIVABLE
000140*                      AGING OF EVERY CLAIM WITH AN OPEN
000150*                      Claim-Balance, IN THE SEQRPT PAGE STYLE.
000160*                      EACH BALANCE IS AGED BY THE DAYS FROM
000170*                      Claim-Service-Date TO THE AS-OF DATE
000180*                      (YYYYMMDD FROM THE COMMAND LINE, DEFAULTING
000190*                      TO THE RUN DATE) INTO THE 0-30, 31-60,
000200*                      61-90, 91-120 AND OVER-120 DAY BUCKETS.
000210*                      THE CLAIMS ARE COLLECTED INTO A TABLE KEPT
000220*                      IN Claim-Patient-ID/Claim-No SEQUENCE BY
000230*                      SORTED INSERTION, AS PATSTMT DOES, AND
000240*                      PRINT UNDER A PATIENT HEADING WITH A
000250*                      BUCKET SUBTOTAL PER PATIENT.  A SECOND
000260*                      SECTION SUBTOTALS THE SAME BUCKETS BY
000270*                      DIAGNOSIS CHAPTER (THE LEADING LETTER OF
000280*                      Claim-Diag-Code, AS SEQGL ROLLS IT), AND
000290*                      BOTH SECTIONS FOOT TO THE SAME GRAND TOTAL.
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CLAIMS-FILE ASSIGN TO DISK
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS Claim-No
000380         FILE STATUS IS CLAIMS-STATUS.

000390     SELECT PATIENT-FILE ASSIGN TO DISK
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS Patient-ID
000430         FILE STATUS IS PATMAST-STATUS.

000440     SELECT REPORT-FILE ASSIGN TO DISK
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS REPORT-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CLAIMS-FILE
000510     LABEL RECORD IS STANDARD
000520     VALUE OF FILE-ID IS "CLAIMS.DAT"
000530     DATA RECORD IS ClaimDetail.
000540     COPY CLAIMREC.

000550 FD  PATIENT-FILE
000560     LABEL RECORD IS STANDARD
000570     VALUE OF FILE-ID IS "PATIENT.DAT"
000580     DATA RECORD IS PatientDetail.
000590     COPY PATREC.

000600 FD  REPORT-FILE
000610     LABEL RECORD IS STANDARD
000620     VALUE OF FILE-ID IS "ARAGING.RPT"
000630     DATA RECORD IS PRINT-LINE.
000640 01  PRINT-LINE                 PIC X(89).
000650*
000660 WORKING-STORAGE SECTION.
000670 01  CLAIMS-STATUS           PIC X(02) VALUE "00".
000680     88  CLAIMS-OK           VALUE "00".
000690     88  CLAIMS-EOF          VALUE "10".
000700     88  CLAIMS-NOT-FOUND    VALUE "35".

000710 01  PATMAST-STATUS          PIC X(02) VALUE "00".
000720     88  PATMAST-OK          VALUE "00".
000730     88  PATMAST-NOT-FOUND   VALUE "23", "35".

000740 01  REPORT-STATUS           PIC X(02) VALUE "00".
000750     88  REPORT-OK           VALUE "00".

000760 01  CLAIMS-EOF-SW           PIC X(01) VALUE "N".
000770     88  IS-CLAIMS-EOF       VALUE "Y".

000780 01  PATIENT-AVAIL-SW        PIC X(01) VALUE "Y".
000790     88  IS-PATIENT-AVAIL    VALUE "Y".

000800 01  ASOF-PARM               PIC X(10) VALUE SPACES.
000810 01  ASOF-DATE-X             PIC X(08) VALUE SPACES.
000820 01  ASOF-DATE REDEFINES ASOF-DATE-X
000830                             PIC 9(08).
000840 01  ASOF-INT                PIC 9(08) VALUE ZERO COMP.
000850 01  DAYS-OLD                PIC S9(07) VALUE ZERO COMP.

000860 01  RUN-DATE-WS.
000870     02  RUN-YEAR            PIC 9(04).
000880     02  RUN-MONTH           PIC 9(02).
000890     02  RUN-DAY             PIC 9(02).

000900 01  RUN-TIME-WS.
000910     02  RUN-HOUR            PIC 9(02).
000920     02  RUN-MINUTE          PIC 9(02).
000930     02  RUN-SECOND          PIC 9(02).
000940     02  FILLER              PIC 9(02).

000950 01  RUN-DATE-DISPLAY        PIC X(10).
000960 01  RUN-TIME-DISPLAY        PIC X(08).

000970 01  LINE-COUNT              PIC 9(02) VALUE ZERO COMP.
000980 01  LINES-PER-PAGE          PIC 9(02) VALUE 55 COMP.
000990 01  PAGE-COUNT              PIC 9(03) VALUE ZERO COMP.

001000 01  CLAIM-COUNT             PIC 9(06) VALUE ZERO COMP.
001010 01  OPEN-COUNT              PIC 9(06) VALUE ZERO COMP.
001020 01  SKIP-COUNT              PIC 9(06) VALUE ZERO COMP.
001030 01  PATIENT-COUNT           PIC 9(06) VALUE ZERO COMP.
001040 01  UNKNOWN-PAT-COUNT       PIC 9(06) VALUE ZERO COMP.

001050 01  CURR-PATIENT-ID         PIC X(10) VALUE LOW-VALUES.
001060 01  GRAND-OPEN-AMOUNT       PIC 9(11)V99 VALUE ZERO.

001070 01  AUDIT-PROGRAM-NAME      PIC X(08) VALUE "ARAGING".
001080 01  AUDIT-OPERATION         PIC X(12) VALUE "READ".
001090 01  AUDIT-PATIENT-KEY       PIC X(05) VALUE SPACES.
001100 01  AUDIT-ONE-RECORD        PIC 9(06) VALUE 1.
001110 01  AUDIT-OPERATOR-ID       PIC X(08) VALUE SPACES.

001120 01  AGE-TABLE-COUNT         PIC 9(05) VALUE ZERO COMP.
001130 01  AGE-TABLE-IDX           PIC 9(05) VALUE ZERO COMP.
001140 01  AGE-SHIFT-IDX           PIC 9(05) VALUE ZERO COMP.
001150 01  AGE-BUCKET-IDX          PIC 9(01) VALUE ZERO COMP.
001160 01  SUM-IDX                 PIC 9(01) VALUE ZERO COMP.

001170 01  LETTER-ORD              PIC 9(02) VALUE ZERO COMP.
001180 01  BUCKET-IDX              PIC 9(02) VALUE ZERO COMP.
001190 01  LETTER-LIST             PIC X(26)
001200         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

001210 01  WORK-SORT-KEY.
001220     02  WORK-PATIENT-ID     PIC X(10).
001230     02  WORK-CLAIM-NO       PIC X(10).

001240 01  AGE-TABLE.
001250     02  AGE-ENTRY OCCURS 1 TO 1000 TIMES
001260             DEPENDING ON AGE-TABLE-COUNT.
001270         03  AT-SORT-KEY.
001280             04  AT-PATIENT-ID   PIC X(10).
001290             04  AT-CLAIM-NO     PIC X(10).
001300         03  AT-DIAG-CODE    PIC X(05).
001310         03  AT-BUCKET       PIC 9(01).
001320         03  AT-BALANCE      PIC 9(07)V99.

001330*    AGING BUCKETS 1-5 ARE 0-30, 31-60, 61-90, 91-120 AND OVER
001340*    120 DAYS.  CHAPTER ROW 27 HOLDS CODES WITH NO LEADING
001350*    LETTER SO THE CHAPTER SECTION STILL FOOTS.
001360 01  PAT-AGE-TOTALS.
001370     02  PAT-AGE-AMOUNT      PIC 9(09)V99 OCCURS 5 TIMES.

001380 01  GRAND-AGE-TOTALS.
001390     02  GRAND-AGE-AMOUNT    PIC 9(09)V99 OCCURS 5 TIMES.

001400 01  CHP-AGE-TABLE.
001410     02  CHP-AGE-ROW OCCURS 27 TIMES.
001420         03  CHP-CLAIM-COUNT PIC 9(06) COMP.
001430         03  CHP-AGE-AMOUNT  PIC 9(09)V99 OCCURS 5 TIMES.

001440 01  HDG1-LINE.
001450     02  FILLER              PIC X(01) VALUE SPACE.
001460     02  FILLER              PIC X(23)
001470             VALUE "A/R AGING REPORT".
001480     02  FILLER              PIC X(17) VALUE SPACES.
001490     02  FILLER              PIC X(06) VALUE "DATE: ".
001500     02  HDG1-DATE           PIC X(10).
001510     02  FILLER              PIC X(04) VALUE SPACES.
001520     02  FILLER              PIC X(06) VALUE "TIME: ".
001530     02  HDG1-TIME           PIC X(08).
001540     02  FILLER              PIC X(05) VALUE SPACES.
001550     02  FILLER              PIC X(06) VALUE "PAGE: ".
001560     02  HDG1-PAGE           PIC ZZ9.

001570 01  HDG2-LINE.
001580     02  FILLER              PIC X(01) VALUE SPACE.
001590     02  HDG2-SECTION        PIC X(30).
001600     02  FILLER              PIC X(20)
001610             VALUE "OPEN BALANCES AS OF ".
001620     02  HDG2-ASOF           PIC 9(08).

001630 01  HDG3-LINE.
001640     02  FILLER              PIC X(19) VALUE SPACES.
001650     02  FILLER              PIC X(14) VALUE "     0-30 DAYS".
001660     02  FILLER              PIC X(14) VALUE "    31-60 DAYS".
001670     02  FILLER              PIC X(14) VALUE "    61-90 DAYS".
001680     02  FILLER              PIC X(14) VALUE "   91-120 DAYS".
001690     02  FILLER              PIC X(14) VALUE " OVER 120 DAYS".

001700 01  PATIENT-HDG-LINE.
001710     02  FILLER              PIC X(01) VALUE SPACE.
001720     02  FILLER              PIC X(08) VALUE "PATIENT ".
001730     02  PAT-HDG-ID          PIC X(10).
001740     02  FILLER              PIC X(03) VALUE " - ".
001750     02  PAT-HDG-NAME        PIC X(30).
001760     02  FILLER              PIC X(01) VALUE SPACE.
001770     02  PAT-HDG-STATUS      PIC X(12).

001780 01  AGE-LINE.
001790     02  AGE-LABEL           PIC X(19).
001800     02  AGE-COLUMN OCCURS 5 TIMES.
001810         03  FILLER          PIC X(01).
001820         03  AGE-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.

001830 01  DETAIL-LABEL.
001840     02  FILLER              PIC X(03) VALUE SPACES.
001850     02  DTL-CLAIM-NO        PIC X(10).
001860     02  FILLER              PIC X(01) VALUE SPACE.
001870     02  DTL-DIAG-CODE       PIC X(05).

001880 01  TRAILER-LINE.
001890     02  FILLER              PIC X(01) VALUE SPACE.
001900     02  FILLER              PIC X(12) VALUE "GRAND TOTAL ".
001910     02  TRL-CLAIMS          PIC ZZZ,ZZ9.
001920     02  FILLER              PIC X(20)
001930             VALUE " OPEN CLAIM(S) FOR  ".
001940     02  TRL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001950*
001960 PROCEDURE DIVISION.
001970*
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002000     PERFORM 2000-COLLECT-CLAIM THRU 2000-EXIT
002010         UNTIL IS-CLAIMS-EOF
002020     IF RETURN-CODE = 0
002030         PERFORM 4000-PRINT-BY-PATIENT THRU 4000-EXIT
002040         PERFORM 5000-PRINT-BY-CHAPTER THRU 5000-EXIT
002050         PERFORM 8000-PRINT-TRAILER THRU 8000-EXIT
002060     END-IF
002070     PERFORM 9000-TERMINATE THRU 9000-EXIT
002080     STOP RUN.
002090*
002100*----------------------------------------------------------------
002110*    1000-INITIALIZE - SETTLE THE AS-OF DATE (COMMAND-LINE
002120*    YYYYMMDD, OR THE RUN DATE WHEN NONE IS GIVEN), OPEN THE
002130*    FILES AND CAPTURE THE RUN DATE AND TIME FOR THE HEADINGS.
002140*    A BAD AS-OF DATE IS RETURN-CODE 16, AS CLMARCH TREATS A BAD
002150*    CUTOFF.  A MISSING PATIENT.DAT ONLY WARNS - THE AGING STILL
002160*    PRINTS, WITH EVERY PATIENT FLAGGED AS NOT ON THE MASTER.
002170*----------------------------------------------------------------
002180 1000-INITIALIZE.
002190     ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
002200     ACCEPT RUN-TIME-WS FROM TIME
002210     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
002220         DELIMITED BY SIZE INTO RUN-DATE-DISPLAY
002230     STRING RUN-HOUR ":" RUN-MINUTE ":" RUN-SECOND
002240         DELIMITED BY SIZE INTO RUN-TIME-DISPLAY
002250     ACCEPT ASOF-PARM FROM COMMAND-LINE
002260     IF ASOF-PARM = SPACES
002270         MOVE RUN-DATE-WS TO ASOF-DATE-X
002280     ELSE
002290         MOVE ASOF-PARM (1:8) TO ASOF-DATE-X
002300     END-IF
002310     IF NOT ASOF-DATE-X IS NUMERIC
002320         DISPLAY "ARAGING: AS-OF PARAMETER MUST BE YYYYMMDD -"
002330             " GOT <" ASOF-PARM ">"
002340         MOVE 16 TO RETURN-CODE
002350         MOVE "Y" TO CLAIMS-EOF-SW
002360         GO TO 1000-EXIT
002370     END-IF
002380     COMPUTE ASOF-INT = FUNCTION INTEGER-OF-DATE(ASOF-DATE)
002390     INITIALIZE GRAND-AGE-TOTALS
002400     INITIALIZE CHP-AGE-TABLE
002410     OPEN INPUT CLAIMS-FILE
002420     OPEN INPUT PATIENT-FILE
002430     OPEN OUTPUT REPORT-FILE
002440     IF CLAIMS-NOT-FOUND
002450         DISPLAY "ARAGING: CLAIMS.DAT NOT FOUND"
002460         MOVE 8 TO RETURN-CODE
002470         MOVE "Y" TO CLAIMS-EOF-SW
002480     END-IF
002490     IF PATMAST-NOT-FOUND
002500         DISPLAY "ARAGING: PATIENT.DAT NOT FOUND - NAMES"
002510             " UNAVAILABLE"
002520         MOVE "N" TO PATIENT-AVAIL-SW
002530     END-IF.
002540 1000-EXIT.
002550     EXIT.
002560*
002570*----------------------------------------------------------------
002580*    2000-COLLECT-CLAIM - READ ONE CLAIM.  ONE WITH NO OPEN
002590*    BALANCE IS ONLY COUNTED; AN OPEN ONE IS AGED, ROLLED INTO
002600*    ITS CHAPTER ROW AND INSERTED INTO THE AGING TABLE AT ITS
002610*    SORTED PATIENT-ID/CLAIM-NO POSITION.
002620*----------------------------------------------------------------
002630 2000-COLLECT-CLAIM.
002640     READ CLAIMS-FILE NEXT RECORD
002650         AT END MOVE "Y" TO CLAIMS-EOF-SW
002660     END-READ
002670     IF IS-CLAIMS-EOF
002680         GO TO 2000-EXIT
002690     END-IF
002700     ADD 1 TO CLAIM-COUNT
002710     IF Claim-Balance = ZERO
002720         GO TO 2000-EXIT
002730     END-IF
002740     IF AGE-TABLE-COUNT >= 1000
002750         DISPLAY "ARAGING: AGING TABLE FULL - CLAIM "
002760             Claim-No " SKIPPED"
002770         ADD 1 TO SKIP-COUNT
002780         GO TO 2000-EXIT
002790     END-IF
002800     ADD 1 TO OPEN-COUNT
002810     PERFORM 2100-AGE-CLAIM THRU 2100-EXIT
002820     PERFORM 2150-FIND-CHAPTER THRU 2150-EXIT
002830     ADD 1 TO CHP-CLAIM-COUNT (LETTER-ORD)
002840     ADD Claim-Balance
002850         TO CHP-AGE-AMOUNT (LETTER-ORD, AGE-BUCKET-IDX)
002860     ADD Claim-Balance TO GRAND-AGE-AMOUNT (AGE-BUCKET-IDX)
002870     ADD Claim-Balance TO GRAND-OPEN-AMOUNT
002880     PERFORM 2200-INSERT-ENTRY THRU 2200-EXIT.
002890 2000-EXIT.
002900     EXIT.
002910*
002920*----------------------------------------------------------------
002930*    2100-AGE-CLAIM - DAYS FROM THE SERVICE DATE TO THE AS-OF
002940*    DATE, INTO BUCKETS 1-5.  A SERVICE DATE AFTER THE AS-OF
002950*    DATE AGES AS CURRENT.
002960*----------------------------------------------------------------
002970 2100-AGE-CLAIM.
002980     COMPUTE DAYS-OLD = ASOF-INT
002990         - FUNCTION INTEGER-OF-DATE(Claim-Service-Date)
003000     EVALUATE TRUE
003010         WHEN DAYS-OLD <= 30
003020             MOVE 1 TO AGE-BUCKET-IDX
003030         WHEN DAYS-OLD <= 60
003040             MOVE 2 TO AGE-BUCKET-IDX
003050         WHEN DAYS-OLD <= 90
003060             MOVE 3 TO AGE-BUCKET-IDX
003070         WHEN DAYS-OLD <= 120
003080             MOVE 4 TO AGE-BUCKET-IDX
003090         WHEN OTHER
003100             MOVE 5 TO AGE-BUCKET-IDX
003110     END-EVALUATE.
003120 2100-EXIT.
003130     EXIT.
003140*
003150*----------------------------------------------------------------
003160*    2150-FIND-CHAPTER - TURN THE LEADING LETTER OF THE CODE
003170*    INTO ITS ROW (A=1 .. Z=26), OR ROW 27 WHEN IT IS NOT A
003180*    LETTER.
003190*----------------------------------------------------------------
003200 2150-FIND-CHAPTER.
003210     MOVE ZERO TO LETTER-ORD
003220     MOVE 1 TO BUCKET-IDX
003230     PERFORM 2160-MATCH-ONE THRU 2160-EXIT
003240         UNTIL LETTER-ORD > ZERO OR BUCKET-IDX > 26
003250     IF LETTER-ORD = ZERO
003260         MOVE 27 TO LETTER-ORD
003270     END-IF.
003280 2150-EXIT.
003290     EXIT.
003300*
003310 2160-MATCH-ONE.
003320     IF Claim-Diag-Code (1:1) = LETTER-LIST (BUCKET-IDX:1)
003330         MOVE BUCKET-IDX TO LETTER-ORD
003340     ELSE
003350         ADD 1 TO BUCKET-IDX
003360     END-IF.
003370 2160-EXIT.
003380     EXIT.
003390*
003400*----------------------------------------------------------------
003410*    2200-INSERT-ENTRY - FIND THE SORTED POSITION FOR THE CLAIM
003420*    IN HAND, OPEN A SLOT BY SHIFTING THE TAIL OF THE TABLE UP
003430*    ONE, AND SEED THE NEW ENTRY.
003440*----------------------------------------------------------------
003450 2200-INSERT-ENTRY.
003460     MOVE Claim-Patient-ID TO WORK-PATIENT-ID
003470     MOVE Claim-No TO WORK-CLAIM-NO
003480     MOVE 1 TO AGE-TABLE-IDX
003490     PERFORM 2250-FIND-SLOT THRU 2250-EXIT
003500         UNTIL AGE-TABLE-IDX > AGE-TABLE-COUNT
003510             OR (AGE-TABLE-IDX <= AGE-TABLE-COUNT
003520                 AND AT-SORT-KEY (AGE-TABLE-IDX) > WORK-SORT-KEY)
003530     ADD 1 TO AGE-TABLE-COUNT
003540     MOVE AGE-TABLE-COUNT TO AGE-SHIFT-IDX
003550     PERFORM 2280-SHIFT-ONE THRU 2280-EXIT
003560         UNTIL AGE-SHIFT-IDX <= AGE-TABLE-IDX
003570     MOVE WORK-SORT-KEY TO AT-SORT-KEY (AGE-TABLE-IDX)
003580     MOVE Claim-Diag-Code TO AT-DIAG-CODE (AGE-TABLE-IDX)
003590     MOVE AGE-BUCKET-IDX TO AT-BUCKET (AGE-TABLE-IDX)
003600     MOVE Claim-Balance TO AT-BALANCE (AGE-TABLE-IDX).
003610 2200-EXIT.
003620     EXIT.
003630*
003640 2250-FIND-SLOT.
003650     ADD 1 TO AGE-TABLE-IDX.
003660 2250-EXIT.
003670     EXIT.
003680*
003690 2280-SHIFT-ONE.
003700     MOVE AGE-ENTRY (AGE-SHIFT-IDX - 1)
003710         TO AGE-ENTRY (AGE-SHIFT-IDX)
003720     SUBTRACT 1 FROM AGE-SHIFT-IDX.
003730 2280-EXIT.
003740     EXIT.
003750*
003760*----------------------------------------------------------------
003770*    4000-PRINT-BY-PATIENT - WALK THE SORTED TABLE, BREAKING ON
003780*    A CHANGE OF PATIENT ID FOR THE PATIENT HEADING AND BUCKET
003790*    SUBTOTAL.  EACH CLAIM'S BALANCE PRINTS UNDER ITS BUCKET.
003800*----------------------------------------------------------------
003810 4000-PRINT-BY-PATIENT.
003820     MOVE "SUBTOTALS BY PATIENT" TO HDG2-SECTION
003830     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
003840     MOVE LOW-VALUES TO CURR-PATIENT-ID
003850     MOVE 1 TO AGE-TABLE-IDX
003860     PERFORM 4100-PRINT-ONE THRU 4100-EXIT
003870         UNTIL AGE-TABLE-IDX > AGE-TABLE-COUNT
003880     IF CURR-PATIENT-ID NOT = LOW-VALUES
003890         PERFORM 4400-PRINT-SUBTOTAL THRU 4400-EXIT
003900     END-IF.
003910 4000-EXIT.
003920     EXIT.
003930*
003940 4100-PRINT-ONE.
003950     IF AT-PATIENT-ID (AGE-TABLE-IDX) NOT = CURR-PATIENT-ID
003960         IF CURR-PATIENT-ID NOT = LOW-VALUES
003970             PERFORM 4400-PRINT-SUBTOTAL THRU 4400-EXIT
003980         END-IF
003990         MOVE AT-PATIENT-ID (AGE-TABLE-IDX) TO CURR-PATIENT-ID
004000         PERFORM 4200-PRINT-PATIENT-HDG THRU 4200-EXIT
004010         ADD 1 TO PATIENT-COUNT
004020         INITIALIZE PAT-AGE-TOTALS
004030     END-IF
004040     PERFORM 4300-PRINT-DETAIL THRU 4300-EXIT
004050     ADD AT-BALANCE (AGE-TABLE-IDX)
004060         TO PAT-AGE-AMOUNT (AT-BUCKET (AGE-TABLE-IDX))
004070     ADD 1 TO AGE-TABLE-IDX.
004080 4100-EXIT.
004090     EXIT.
004100*
004110*----------------------------------------------------------------
004120*    4200-PRINT-PATIENT-HDG - KEYED READ AGAINST PATIENT.DAT FOR
004130*    THE PATIENT NAME AND STATUS, AS PATSTMT DOES.
004140*----------------------------------------------------------------
004150 4200-PRINT-PATIENT-HDG.
004160     MOVE CURR-PATIENT-ID TO PAT-HDG-ID
004170     MOVE SPACES TO PAT-HDG-STATUS
004180     IF NOT IS-PATIENT-AVAIL
004190         MOVE "*** NOT ON PATIENT MASTER ***" TO PAT-HDG-NAME
004200         ADD 1 TO UNKNOWN-PAT-COUNT
004210     ELSE
004220         MOVE CURR-PATIENT-ID TO Patient-ID
004230         READ PATIENT-FILE
004240             INVALID KEY
004250                 MOVE "*** NOT ON PATIENT MASTER ***"
004260                     TO PAT-HDG-NAME
004270                 ADD 1 TO UNKNOWN-PAT-COUNT
004280             NOT INVALID KEY
004290                 MOVE Patient-Name TO PAT-HDG-NAME
004300                 IF Patient-Is-Inactive
004310                     MOVE "(INACTIVE)" TO PAT-HDG-STATUS
004320                 END-IF
004330                 MOVE Patient-ID (6:5) TO AUDIT-PATIENT-KEY
004340                 CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
004350                     AUDIT-OPERATION AUDIT-PATIENT-KEY
004360                     AUDIT-ONE-RECORD AUDIT-OPERATOR-ID
004370         END-READ
004380     END-IF
004390     IF LINE-COUNT >= LINES-PER-PAGE - 2
004400         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
004410     END-IF
004420     WRITE PRINT-LINE FROM SPACES
004430     WRITE PRINT-LINE FROM PATIENT-HDG-LINE
004440     ADD 2 TO LINE-COUNT.
004450 4200-EXIT.
004460     EXIT.
004470*
004480 4300-PRINT-DETAIL.
004490     IF LINE-COUNT >= LINES-PER-PAGE
004500         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
004510     END-IF
004520     MOVE AT-CLAIM-NO (AGE-TABLE-IDX) TO DTL-CLAIM-NO
004530     MOVE AT-DIAG-CODE (AGE-TABLE-IDX) TO DTL-DIAG-CODE
004540     MOVE SPACES TO AGE-LINE
004550     MOVE DETAIL-LABEL TO AGE-LABEL
004560     MOVE AT-BALANCE (AGE-TABLE-IDX)
004570         TO AGE-AMOUNT (AT-BUCKET (AGE-TABLE-IDX))
004580     WRITE PRINT-LINE FROM AGE-LINE
004590     ADD 1 TO LINE-COUNT.
004600 4300-EXIT.
004610     EXIT.
004620*
004630 4400-PRINT-SUBTOTAL.
004640     IF LINE-COUNT >= LINES-PER-PAGE
004650         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
004660     END-IF
004670     MOVE SPACES TO AGE-LINE
004680     MOVE "   PATIENT TOTAL" TO AGE-LABEL
004690     MOVE 1 TO SUM-IDX
004700     PERFORM 4450-MOVE-PAT-BUCKET THRU 4450-EXIT
004710         UNTIL SUM-IDX > 5
004720     WRITE PRINT-LINE FROM AGE-LINE
004730     ADD 1 TO LINE-COUNT.
004740 4400-EXIT.
004750     EXIT.
004760*
004770 4450-MOVE-PAT-BUCKET.
004780     MOVE PAT-AGE-AMOUNT (SUM-IDX) TO AGE-AMOUNT (SUM-IDX)
004790     ADD 1 TO SUM-IDX.
004800 4450-EXIT.
004810     EXIT.
004820*
004830*----------------------------------------------------------------
004840*    5000-PRINT-BY-CHAPTER - ONE BUCKET LINE PER CHAPTER LETTER
004850*    THAT HOLDS ANY OPEN MONEY, IN LETTER ORDER, ON A FRESH PAGE.
004860*----------------------------------------------------------------
004870 5000-PRINT-BY-CHAPTER.
004880     MOVE "SUBTOTALS BY DIAGNOSIS CHAPTER" TO HDG2-SECTION
004890     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
004900     WRITE PRINT-LINE FROM SPACES
004910     ADD 1 TO LINE-COUNT
004920     MOVE 1 TO BUCKET-IDX
004930     PERFORM 5100-PRINT-ONE-CHAPTER THRU 5100-EXIT
004940         UNTIL BUCKET-IDX > 27.
004950 5000-EXIT.
004960     EXIT.
004970*
004980 5100-PRINT-ONE-CHAPTER.
004990     IF CHP-CLAIM-COUNT (BUCKET-IDX) > ZERO
005000         IF LINE-COUNT >= LINES-PER-PAGE
005010             PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
005020         END-IF
005030         MOVE SPACES TO AGE-LINE
005040         IF BUCKET-IDX > 26
005050             MOVE "   NO CHAPTER" TO AGE-LABEL
005060         ELSE
005070             STRING "   CHAPTER " LETTER-LIST (BUCKET-IDX:1)
005080                 DELIMITED BY SIZE INTO AGE-LABEL
005090         END-IF
005100         MOVE 1 TO SUM-IDX
005110         PERFORM 5150-MOVE-CHP-BUCKET THRU 5150-EXIT
005120             UNTIL SUM-IDX > 5
005130         WRITE PRINT-LINE FROM AGE-LINE
005140         ADD 1 TO LINE-COUNT
005150     END-IF
005160     ADD 1 TO BUCKET-IDX.
005170 5100-EXIT.
005180     EXIT.
005190*
005200 5150-MOVE-CHP-BUCKET.
005210     MOVE CHP-AGE-AMOUNT (BUCKET-IDX, SUM-IDX)
005220         TO AGE-AMOUNT (SUM-IDX)
005230     ADD 1 TO SUM-IDX.
005240 5150-EXIT.
005250     EXIT.
005260*
005270*----------------------------------------------------------------
005280*    7000-PRINT-HEADINGS - START A NEW PAGE IN THE SEQRPT STYLE,
005290*    WITH THE SECTION/AS-OF LINE AND THE BUCKET COLUMN HEADINGS.
005300*----------------------------------------------------------------
005310 7000-PRINT-HEADINGS.
005320     ADD 1 TO PAGE-COUNT
005330     MOVE RUN-DATE-DISPLAY TO HDG1-DATE
005340     MOVE RUN-TIME-DISPLAY TO HDG1-TIME
005350     MOVE PAGE-COUNT TO HDG1-PAGE
005360     MOVE ASOF-DATE TO HDG2-ASOF
005370     IF PAGE-COUNT > 1
005380         WRITE PRINT-LINE FROM SPACES
005390     END-IF
005400     WRITE PRINT-LINE FROM HDG1-LINE
005410     WRITE PRINT-LINE FROM HDG2-LINE
005420     WRITE PRINT-LINE FROM HDG3-LINE
005430     MOVE 2 TO LINE-COUNT.
005440 7000-EXIT.
005450     EXIT.
005460*
005470*----------------------------------------------------------------
005480*    8000-PRINT-TRAILER - THE GRAND-TOTAL BUCKET LINE, WHICH BOTH
005490*    SECTIONS FOOT TO, AND THE OPEN CLAIM COUNT AND BALANCE.
005500*----------------------------------------------------------------
005510 8000-PRINT-TRAILER.
005520     MOVE SPACES TO AGE-LINE
005530     MOVE "   TOTAL OPEN" TO AGE-LABEL
005540     MOVE 1 TO SUM-IDX
005550     PERFORM 8050-MOVE-GRAND-BUCKET THRU 8050-EXIT
005560         UNTIL SUM-IDX > 5
005570     WRITE PRINT-LINE FROM SPACES
005580     WRITE PRINT-LINE FROM AGE-LINE
005590     MOVE OPEN-COUNT TO TRL-CLAIMS
005600     MOVE GRAND-OPEN-AMOUNT TO TRL-AMOUNT
005610     WRITE PRINT-LINE FROM SPACES
005620     WRITE PRINT-LINE FROM TRAILER-LINE.
005630 8000-EXIT.
005640     EXIT.
005650*
005660 8050-MOVE-GRAND-BUCKET.
005670     MOVE GRAND-AGE-AMOUNT (SUM-IDX) TO AGE-AMOUNT (SUM-IDX)
005680     ADD 1 TO SUM-IDX.
005690 8050-EXIT.
005700     EXIT.
005710*
005720 9000-TERMINATE.
005730     IF RETURN-CODE NOT = 16
005740         CLOSE CLAIMS-FILE
005750         CLOSE PATIENT-FILE
005760         CLOSE REPORT-FILE
005770     END-IF
005780     IF SKIP-COUNT > 0 AND RETURN-CODE = 0
005790         MOVE 4 TO RETURN-CODE
005800     END-IF
005810     DISPLAY "ARAGING: " CLAIM-COUNT " CLAIM(S) READ, "
005820         OPEN-COUNT " WITH AN OPEN BALANCE FOR "
005830         PATIENT-COUNT " PATIENT(S), " UNKNOWN-PAT-COUNT
005840         " PATIENT(S) NOT ON MASTER, " SKIP-COUNT " SKIPPED".
005850 9000-EXIT.
005860     EXIT.
