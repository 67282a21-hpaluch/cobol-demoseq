000010*****************************************************************
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.     PERVAR.
000040 AUTHOR.         D. KOVACS.
000050 INSTALLATION.   DATA PROCESSING DEPT.
000060 DATE-WRITTEN.   10/15/2026.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*------------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    10/15/2026 DK    INITIAL VERSION - PERIOD-OVER-PERIOD
000130*                      VARIANCE REPORT.  READS BACK TWO OF THE
000140*                      PERSNAPyyyymm MONTH-END SNAPSHOTS FROZEN BY
000150*                      PERCLOSE AND PRINTS PERVAR.RPT IN THE
000160*                      SEQRPT PAGE STYLE: FOR EVERY DIAGNOSIS CODE
000170*                      IN EITHER PERIOD, THEN FOR EVERY CHAPTER
000180*                      LETTER (NAMED FROM CHAPTER.DAT), THE LINE
000190*                      COUNTS AND DOLLARS OF BOTH PERIODS SIDE BY
000200*                      SIDE WITH THE CHANGE AND PERCENT CHANGE.
000210*                      THE COMMAND LINE CARRIES THE CURRENT
000220*                      PERIOD (YYYYMM), THE PRIOR PERIOD (YYYYMM,
000230*                      OR LY FOR THE SAME MONTH LAST YEAR, THE
000240*                      DEFAULT) AND AN OPTIONAL FLAG THRESHOLD IN
000250*                      WHOLE PERCENT (DEFAULT 025).  A CODE IS
000260*                      FLAGGED NEW WHEN ONLY THE CURRENT PERIOD
000270*                      HAS IT, GONE WHEN ONLY THE PRIOR PERIOD
000280*                      HAS IT, AND MOVED WHEN ITS COUNT OR ITS
000290*                      DOLLARS CHANGED BY MORE THAN THE
000300*                      THRESHOLD.  BOTH SNAPSHOTS ARE WRITTEN IN
000310*                      CODE SEQUENCE, SO THE TWO ARE MATCHED IN
000320*                      ONE SEQUENTIAL PASS WITHOUT A TABLE.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CUR-SNAP-FILE ASSIGN TO DISK
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS CUR-SNAP-STATUS.

000400     SELECT PRI-SNAP-FILE ASSIGN TO DISK
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS PRI-SNAP-STATUS.

000430     SELECT CHAPTER-FILE ASSIGN TO DISK
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS Chapter-Letter
000470         FILE STATUS IS CHAPTER-STATUS.

000480     SELECT REPORT-FILE ASSIGN TO DISK
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS REPORT-STATUS.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540*
000550*    BOTH SNAPSHOT FILES CARRY THE LAYOUT PERCLOSE WRITES.
000560*
000570 FD  CUR-SNAP-FILE
000580     LABEL RECORD IS STANDARD
000590     VALUE OF FILE-ID IS CUR-SNAP-FILENAME
000600     DATA RECORD IS CurSnapDetail.
000610 01  CurSnapDetail.
000620     02  Cur-Snap-Diag-Code      PIC X(05).
000630     02  Cur-Snap-Claim-Count    PIC 9(06).
000640     02  Cur-Snap-Amount         PIC 9(11)V99.

000650 FD  PRI-SNAP-FILE
000660     LABEL RECORD IS STANDARD
000670     VALUE OF FILE-ID IS PRI-SNAP-FILENAME
000680     DATA RECORD IS PriSnapDetail.
000690 01  PriSnapDetail.
000700     02  Pri-Snap-Diag-Code      PIC X(05).
000710     02  Pri-Snap-Claim-Count    PIC 9(06).
000720     02  Pri-Snap-Amount         PIC 9(11)V99.

000730 FD  CHAPTER-FILE
000740     LABEL RECORD IS STANDARD
000750     VALUE OF FILE-ID IS "CHAPTER.DAT"
000760     DATA RECORD IS ChapterDetail.
000770     COPY CHAPREC.

000780 FD  REPORT-FILE
000790     LABEL RECORD IS STANDARD
000800     VALUE OF FILE-ID IS "PERVAR.RPT"
000810     DATA RECORD IS PRINT-LINE.
000820 01  PRINT-LINE                 PIC X(132).
000830*
000840 WORKING-STORAGE SECTION.
000850 01  CUR-SNAP-STATUS         PIC X(02) VALUE "00".
000860     88  CUR-SNAP-OK         VALUE "00".
000870     88  CUR-SNAP-NOT-FOUND  VALUE "35".

000880 01  PRI-SNAP-STATUS         PIC X(02) VALUE "00".
000890     88  PRI-SNAP-OK         VALUE "00".
000900     88  PRI-SNAP-NOT-FOUND  VALUE "35".

000910 01  CHAPTER-STATUS          PIC X(02) VALUE "00".
000920     88  CHAPTER-OK          VALUE "00".
000930     88  CHAPTER-NOT-FOUND   VALUE "23", "35".

000940 01  REPORT-STATUS           PIC X(02) VALUE "00".
000950     88  REPORT-OK           VALUE "00".

000960 01  CHAPTER-AVAIL-SW        PIC X(01) VALUE "Y".
000970     88  IS-CHAPTER-AVAIL    VALUE "Y".

000980 01  VAR-PARM                PIC X(30) VALUE SPACES.
000990 01  PRI-PARM                PIC X(06) VALUE SPACES.
001000 01  THRESHOLD-PARM          PIC X(03) JUSTIFIED RIGHT
001010                                 VALUE SPACES.
001020 01  THRESHOLD-PCT           PIC 9(03) VALUE 25.

001030 01  CUR-PERIOD.
001040     02  CUR-PERIOD-YEAR     PIC 9(04).
001050     02  CUR-PERIOD-MONTH    PIC 9(02).

001060 01  PRI-PERIOD.
001070     02  PRI-PERIOD-YEAR     PIC 9(04).
001080     02  PRI-PERIOD-MONTH    PIC 9(02).

001090 01  CUR-SNAP-FILENAME       PIC X(20) VALUE SPACES.
001100 01  PRI-SNAP-FILENAME       PIC X(20) VALUE SPACES.

001110 01  CUR-KEY                 PIC X(05) VALUE SPACES.
001120 01  PRI-KEY                 PIC X(05) VALUE SPACES.

001130 01  RUN-DATE-WS.
001140     02  RUN-YEAR            PIC 9(04).
001150     02  RUN-MONTH           PIC 9(02).
001160     02  RUN-DAY             PIC 9(02).

001170 01  RUN-TIME-WS.
001180     02  RUN-HOUR            PIC 9(02).
001190     02  RUN-MINUTE          PIC 9(02).
001200     02  RUN-SECOND          PIC 9(02).
001210     02  FILLER              PIC 9(02).

001220 01  RUN-DATE-DISPLAY        PIC X(10).
001230 01  RUN-TIME-DISPLAY        PIC X(08).

001240 01  LINE-COUNT              PIC 9(02) VALUE ZERO COMP.
001250 01  LINES-PER-PAGE          PIC 9(02) VALUE 55 COMP.
001260 01  PAGE-COUNT              PIC 9(03) VALUE ZERO COMP.

001270 01  CUR-READ-COUNT          PIC 9(06) VALUE ZERO COMP.
001280 01  PRI-READ-COUNT          PIC 9(06) VALUE ZERO COMP.
001290 01  CODE-COUNT              PIC 9(06) VALUE ZERO COMP.
001300 01  NEW-COUNT               PIC 9(06) VALUE ZERO COMP.
001310 01  GONE-COUNT              PIC 9(06) VALUE ZERO COMP.
001320 01  MOVED-COUNT             PIC 9(06) VALUE ZERO COMP.

001330*
001340*    ONE VARIANCE ROW IN THE MAKING - A CODE, A CHAPTER OR THE
001350*    GRAND TOTAL.  5000-FORMAT-ROW WORKS FROM THESE FIELDS.
001360*
001370 01  VAR-CUR-COUNT           PIC 9(07) VALUE ZERO.
001380 01  VAR-PRI-COUNT           PIC 9(07) VALUE ZERO.
001390 01  VAR-CUR-AMOUNT          PIC 9(11)V99 VALUE ZERO.
001400 01  VAR-PRI-AMOUNT          PIC 9(11)V99 VALUE ZERO.
001410 01  VAR-CHG-COUNT           PIC S9(07) VALUE ZERO.
001420 01  VAR-CHG-AMOUNT          PIC S9(11)V99 VALUE ZERO.
001430 01  VAR-CNT-PCT             PIC S9(04)V9 VALUE ZERO.
001440 01  VAR-AMT-PCT             PIC S9(04)V9 VALUE ZERO.
001450 01  VAR-TEST-PCT            PIC S9(04)V9 VALUE ZERO.
001460 01  VAR-FLAG                PIC X(05) VALUE SPACES.
001470     88  VAR-IS-NEW          VALUE "NEW".
001480     88  VAR-IS-GONE         VALUE "GONE".
001490     88  VAR-IS-MOVED        VALUE "MOVED".

001500 01  GRAND-CUR-COUNT         PIC 9(07) VALUE ZERO.
001510 01  GRAND-PRI-COUNT         PIC 9(07) VALUE ZERO.
001520 01  GRAND-CUR-AMOUNT        PIC 9(11)V99 VALUE ZERO.
001530 01  GRAND-PRI-AMOUNT        PIC 9(11)V99 VALUE ZERO.

001540 01  LETTER-ORD              PIC 9(02) VALUE ZERO COMP.
001550 01  BUCKET-IDX              PIC 9(02) VALUE ZERO COMP.
001560 01  LETTER-LIST             PIC X(26)
001570         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

001580*
001590*    ONE BUCKET PER CHAPTER LETTER, PLUS A 27TH FOR CODES WHOSE
001600*    LEADING CHARACTER IS NOT A LETTER, SO THE CHAPTER SECTION
001610*    STILL FOOTS TO THE GRAND TOTAL.
001620*
001630 01  CHP-BUCKET-TABLE.
001640     02  CHP-BUCKET OCCURS 27 TIMES.
001650         03  CB-CUR-COUNT    PIC 9(07) VALUE ZERO.
001660         03  CB-PRI-COUNT    PIC 9(07) VALUE ZERO.
001670         03  CB-CUR-AMOUNT   PIC 9(11)V99 VALUE ZERO.
001680         03  CB-PRI-AMOUNT   PIC 9(11)V99 VALUE ZERO.

001690 01  HDG1-LINE.
001700     02  FILLER              PIC X(01) VALUE SPACE.
001710     02  FILLER              PIC X(30)
001720             VALUE "DIAGNOSIS VARIANCE BY PERIOD".
001730     02  FILLER              PIC X(10) VALUE SPACES.
001740     02  FILLER              PIC X(06) VALUE "DATE: ".
001750     02  HDG1-DATE           PIC X(10).
001760     02  FILLER              PIC X(04) VALUE SPACES.
001770     02  FILLER              PIC X(06) VALUE "TIME: ".
001780     02  HDG1-TIME           PIC X(08).
001790     02  FILLER              PIC X(05) VALUE SPACES.
001800     02  FILLER              PIC X(06) VALUE "PAGE: ".
001810     02  HDG1-PAGE           PIC ZZ9.

001820 01  HDG2-LINE.
001830     02  FILLER              PIC X(01) VALUE SPACE.
001840     02  FILLER              PIC X(16) VALUE "CURRENT PERIOD: ".
001850     02  HDG2-CUR-PERIOD     PIC X(06).
001860     02  FILLER              PIC X(04) VALUE SPACES.
001870     02  FILLER              PIC X(14) VALUE "PRIOR PERIOD: ".
001880     02  HDG2-PRI-PERIOD     PIC X(06).
001890     02  FILLER              PIC X(04) VALUE SPACES.
001900     02  FILLER              PIC X(16) VALUE "FLAG THRESHOLD: ".
001910     02  HDG2-THRESHOLD      PIC ZZ9.
001920     02  FILLER              PIC X(08) VALUE " PERCENT".

001930 01  HDG3-LINE.
001940     02  FILLER              PIC X(23) VALUE " CODE / CHAPTER".
001950     02  FILLER              PIC X(10) VALUE "  CUR CNT ".
001960     02  FILLER              PIC X(10) VALUE "  PRI CNT ".
001970     02  FILLER              PIC X(11) VALUE "    CHANGE ".
001980     02  FILLER              PIC X(09) VALUE "   PCT  ".
001990     02  FILLER              PIC X(18) VALUE "      CUR DOLLARS ".
002000     02  FILLER              PIC X(18) VALUE "      PRI DOLLARS ".
002010     02  FILLER              PIC X(19)
002020             VALUE "     DOLLAR CHANGE ".
002030     02  FILLER              PIC X(09) VALUE "    PCT  ".
002040     02  FILLER              PIC X(05) VALUE "FLAG ".

002050 01  SECTION-LINE.
002060     02  FILLER              PIC X(01) VALUE SPACE.
002070     02  SECTION-TEXT        PIC X(40).

002080 01  DETAIL-LINE.
002090     02  FILLER              PIC X(01) VALUE SPACE.
002100     02  DTL-KEY             PIC X(22).
002110     02  DTL-CUR-CNT         PIC Z,ZZZ,ZZ9.
002120     02  FILLER              PIC X(01) VALUE SPACE.
002130     02  DTL-PRI-CNT         PIC Z,ZZZ,ZZ9.
002140     02  FILLER              PIC X(01) VALUE SPACE.
002150     02  DTL-CHG-CNT         PIC --,---,--9.
002160     02  FILLER              PIC X(01) VALUE SPACE.
002170     02  DTL-CNT-PCT         PIC ----9.9.
002180     02  DTL-CNT-PCT-X REDEFINES DTL-CNT-PCT
002190                             PIC X(07).
002200     02  FILLER              PIC X(02) VALUE SPACES.
002210     02  DTL-CUR-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002220     02  FILLER              PIC X(01) VALUE SPACE.
002230     02  DTL-PRI-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002240     02  FILLER              PIC X(01) VALUE SPACE.
002250     02  DTL-CHG-AMT         PIC ---,---,---,--9.99.
002260     02  FILLER              PIC X(01) VALUE SPACE.
002270     02  DTL-AMT-PCT         PIC ----9.9.
002280     02  DTL-AMT-PCT-X REDEFINES DTL-AMT-PCT
002290                             PIC X(07).
002300     02  FILLER              PIC X(02) VALUE SPACES.
002310     02  DTL-FLAG            PIC X(05).

002320 01  DTL-CHAPTER-KEY.
002330     02  DCK-LETTER          PIC X(01).
002340     02  FILLER              PIC X(01) VALUE SPACE.
002350     02  DCK-NAME            PIC X(20).

002360 01  FLAG-SUMMARY-LINE.
002370     02  FILLER              PIC X(01) VALUE SPACE.
002380     02  FILLER              PIC X(11) VALUE "CODES NEW: ".
002390     02  FSL-NEW             PIC ZZZ,ZZ9.
002400     02  FILLER              PIC X(09) VALUE "   GONE: ".
002410     02  FSL-GONE            PIC ZZZ,ZZ9.
002420     02  FILLER              PIC X(10) VALUE "   MOVED: ".
002430     02  FSL-MOVED           PIC ZZZ,ZZ9.
002440*
002450 PROCEDURE DIVISION.
002460*
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002490     IF RETURN-CODE = 0
002500         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
002510         MOVE "BY DIAGNOSIS CODE" TO SECTION-TEXT
002520         PERFORM 7100-PRINT-SECTION-HDG THRU 7100-EXIT
002530         PERFORM 2000-READ-CUR THRU 2000-EXIT
002540         PERFORM 2100-READ-PRI THRU 2100-EXIT
002550         PERFORM 3000-MATCH-ONE THRU 3000-EXIT
002560             UNTIL CUR-KEY = HIGH-VALUES
002570                 AND PRI-KEY = HIGH-VALUES
002580         PERFORM 4000-PRINT-CHAPTERS THRU 4000-EXIT
002590         PERFORM 8000-PRINT-TRAILER THRU 8000-EXIT
002600     END-IF
002610     PERFORM 9000-TERMINATE THRU 9000-EXIT
002620     STOP RUN.
002630*
002640*----------------------------------------------------------------
002650*    1000-INITIALIZE - THE COMMAND LINE CARRIES THE CURRENT
002660*    PERIOD, THE PRIOR PERIOD (OR LY) AND THE FLAG THRESHOLD.
002670*    A BAD PARAMETER IS RETURN-CODE 16, AS PERCLOSE TREATS A
002680*    BAD PERIOD.  A MISSING SNAPSHOT - A PERIOD NEVER CLOSED -
002690*    IS RETURN-CODE 8.  A MISSING CHAPTER.DAT ONLY WARNS; THE
002700*    CHAPTER SECTION THEN PRINTS WITHOUT NAMES.
002710*----------------------------------------------------------------
002720 1000-INITIALIZE.
002730     ACCEPT VAR-PARM FROM COMMAND-LINE
002740     UNSTRING VAR-PARM DELIMITED BY ALL " "
002750         INTO CUR-PERIOD PRI-PARM THRESHOLD-PARM
002760     IF CUR-PERIOD NOT NUMERIC
002770             OR CUR-PERIOD-MONTH < 1
002780             OR CUR-PERIOD-MONTH > 12
002790         DISPLAY "PERVAR: PARAMETERS MUST BE YYYYMM, YYYYMM OR"
002800             " LY, AND A THRESHOLD - GOT <" VAR-PARM ">"
002810         MOVE 16 TO RETURN-CODE
002820         GO TO 1000-EXIT
002830     END-IF
002840     IF PRI-PARM = SPACES OR PRI-PARM = "LY"
002850         COMPUTE PRI-PERIOD-YEAR = CUR-PERIOD-YEAR - 1
002860         MOVE CUR-PERIOD-MONTH TO PRI-PERIOD-MONTH
002870     ELSE
002880         MOVE PRI-PARM TO PRI-PERIOD
002890     END-IF
002900     IF PRI-PERIOD NOT NUMERIC
002910             OR PRI-PERIOD-MONTH < 1
002920             OR PRI-PERIOD-MONTH > 12
002930             OR PRI-PERIOD = CUR-PERIOD
002940         DISPLAY "PERVAR: PRIOR PERIOD MUST BE YYYYMM OR LY AND"
002950             " DIFFER FROM THE CURRENT - GOT <" VAR-PARM ">"
002960         MOVE 16 TO RETURN-CODE
002970         GO TO 1000-EXIT
002980     END-IF
002990     IF THRESHOLD-PARM NOT = SPACES
003000         INSPECT THRESHOLD-PARM REPLACING LEADING SPACES BY ZERO
003010         IF THRESHOLD-PARM NOT NUMERIC
003020             DISPLAY "PERVAR: THRESHOLD MUST BE A WHOLE PERCENT"
003030                 " 0-999 - GOT <" VAR-PARM ">"
003040             MOVE 16 TO RETURN-CODE
003050             GO TO 1000-EXIT
003060         END-IF
003070         MOVE THRESHOLD-PARM TO THRESHOLD-PCT
003080     END-IF
003090     STRING "PERSNAP" CUR-PERIOD DELIMITED BY SIZE
003100         INTO CUR-SNAP-FILENAME
003110     STRING "PERSNAP" PRI-PERIOD DELIMITED BY SIZE
003120         INTO PRI-SNAP-FILENAME
003130     OPEN INPUT CUR-SNAP-FILE
003140     IF CUR-SNAP-NOT-FOUND
003150         DISPLAY "PERVAR: " CUR-SNAP-FILENAME " NOT FOUND -"
003160             " PERIOD " CUR-PERIOD " NOT CLOSED"
003170         MOVE 8 TO RETURN-CODE
003180     END-IF
003190     OPEN INPUT PRI-SNAP-FILE
003200     IF PRI-SNAP-NOT-FOUND
003210         DISPLAY "PERVAR: " PRI-SNAP-FILENAME " NOT FOUND -"
003220             " PERIOD " PRI-PERIOD " NOT CLOSED"
003230         MOVE 8 TO RETURN-CODE
003240     END-IF
003250     IF RETURN-CODE NOT = 0
003260         GO TO 1000-EXIT
003270     END-IF
003280     OPEN INPUT CHAPTER-FILE
003290     IF CHAPTER-NOT-FOUND
003300         DISPLAY "PERVAR: CHAPTER.DAT NOT FOUND - CHAPTERS NOT"
003310             " NAMED"
003320         MOVE "N" TO CHAPTER-AVAIL-SW
003330     END-IF
003340     OPEN OUTPUT REPORT-FILE
003350     ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
003360     ACCEPT RUN-TIME-WS FROM TIME
003370     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
003380         DELIMITED BY SIZE INTO RUN-DATE-DISPLAY
003390     STRING RUN-HOUR ":" RUN-MINUTE ":" RUN-SECOND
003400         DELIMITED BY SIZE INTO RUN-TIME-DISPLAY.
003410 1000-EXIT.
003420     EXIT.
003430*
003440*----------------------------------------------------------------
003450*    2000-READ-CUR / 2100-READ-PRI - ADVANCE ONE SNAPSHOT.  AT
003460*    END THE KEY GOES TO HIGH-VALUES SO THE MATCH DRAINS THE
003470*    OTHER FILE.
003480*----------------------------------------------------------------
003490 2000-READ-CUR.
003500     READ CUR-SNAP-FILE
003510         AT END
003520             MOVE HIGH-VALUES TO CUR-KEY
003530         NOT AT END
003540             ADD 1 TO CUR-READ-COUNT
003550             MOVE Cur-Snap-Diag-Code TO CUR-KEY
003560     END-READ.
003570 2000-EXIT.
003580     EXIT.
003590*
003600 2100-READ-PRI.
003610     READ PRI-SNAP-FILE
003620         AT END
003630             MOVE HIGH-VALUES TO PRI-KEY
003640         NOT AT END
003650             ADD 1 TO PRI-READ-COUNT
003660             MOVE Pri-Snap-Diag-Code TO PRI-KEY
003670     END-READ.
003680 2100-EXIT.
003690     EXIT.
003700*
003710*----------------------------------------------------------------
003720*    3000-MATCH-ONE - TAKE THE LOWER OF THE TWO SNAPSHOT KEYS.
003730*    A CODE ON ONLY ONE SIDE GETS ZERO FOR THE OTHER PERIOD; A
003740*    CODE ON BOTH ADVANCES BOTH FILES.
003750*----------------------------------------------------------------
003760 3000-MATCH-ONE.
003770     MOVE ZERO TO VAR-CUR-COUNT VAR-PRI-COUNT
003780     MOVE ZERO TO VAR-CUR-AMOUNT VAR-PRI-AMOUNT
003790     IF CUR-KEY < PRI-KEY
003800         MOVE CUR-KEY TO DTL-KEY
003810         MOVE Cur-Snap-Claim-Count TO VAR-CUR-COUNT
003820         MOVE Cur-Snap-Amount TO VAR-CUR-AMOUNT
003830         PERFORM 3100-POST-CODE THRU 3100-EXIT
003840         PERFORM 2000-READ-CUR THRU 2000-EXIT
003850         GO TO 3000-EXIT
003860     END-IF
003870     IF PRI-KEY < CUR-KEY
003880         MOVE PRI-KEY TO DTL-KEY
003890         MOVE Pri-Snap-Claim-Count TO VAR-PRI-COUNT
003900         MOVE Pri-Snap-Amount TO VAR-PRI-AMOUNT
003910         PERFORM 3100-POST-CODE THRU 3100-EXIT
003920         PERFORM 2100-READ-PRI THRU 2100-EXIT
003930         GO TO 3000-EXIT
003940     END-IF
003950     MOVE CUR-KEY TO DTL-KEY
003960     MOVE Cur-Snap-Claim-Count TO VAR-CUR-COUNT
003970     MOVE Cur-Snap-Amount TO VAR-CUR-AMOUNT
003980     MOVE Pri-Snap-Claim-Count TO VAR-PRI-COUNT
003990     MOVE Pri-Snap-Amount TO VAR-PRI-AMOUNT
004000     PERFORM 3100-POST-CODE THRU 3100-EXIT
004010     PERFORM 2000-READ-CUR THRU 2000-EXIT
004020     PERFORM 2100-READ-PRI THRU 2100-EXIT.
004030 3000-EXIT.
004040     EXIT.
004050*
004060*----------------------------------------------------------------
004070*    3100-POST-CODE - PRINT THE CODE'S VARIANCE ROW, COUNT ITS
004080*    FLAG, AND ADD BOTH PERIODS INTO ITS CHAPTER BUCKET AND THE
004090*    GRAND TOTALS.
004100*----------------------------------------------------------------
004110 3100-POST-CODE.
004120     ADD 1 TO CODE-COUNT
004130     PERFORM 5000-FORMAT-ROW THRU 5000-EXIT
004140     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT
004150     IF VAR-IS-NEW
004160         ADD 1 TO NEW-COUNT
004170     END-IF
004180     IF VAR-IS-GONE
004190         ADD 1 TO GONE-COUNT
004200     END-IF
004210     IF VAR-IS-MOVED
004220         ADD 1 TO MOVED-COUNT
004230     END-IF
004240     PERFORM 3200-FIND-BUCKET THRU 3200-EXIT
004250     IF LETTER-ORD = ZERO
004260         MOVE 27 TO LETTER-ORD
004270     END-IF
004280     ADD VAR-CUR-COUNT TO CB-CUR-COUNT (LETTER-ORD)
004290     ADD VAR-PRI-COUNT TO CB-PRI-COUNT (LETTER-ORD)
004300     ADD VAR-CUR-AMOUNT TO CB-CUR-AMOUNT (LETTER-ORD)
004310     ADD VAR-PRI-AMOUNT TO CB-PRI-AMOUNT (LETTER-ORD)
004320     ADD VAR-CUR-COUNT TO GRAND-CUR-COUNT
004330     ADD VAR-PRI-COUNT TO GRAND-PRI-COUNT
004340     ADD VAR-CUR-AMOUNT TO GRAND-CUR-AMOUNT
004350     ADD VAR-PRI-AMOUNT TO GRAND-PRI-AMOUNT.
004360 3100-EXIT.
004370     EXIT.
004380*
004390*----------------------------------------------------------------
004400*    3200-FIND-BUCKET - TURN THE CODE'S LEADING LETTER INTO ITS
004410*    BUCKET ORDINAL (A=1 .. Z=26), OR ZERO WHEN IT IS NOT A
004420*    LETTER, AS SEQGL DOES.
004430*----------------------------------------------------------------
004440 3200-FIND-BUCKET.
004450     MOVE ZERO TO LETTER-ORD
004460     MOVE 1 TO BUCKET-IDX
004470     PERFORM 3250-MATCH-ONE THRU 3250-EXIT
004480         UNTIL LETTER-ORD > ZERO OR BUCKET-IDX > 26.
004490 3200-EXIT.
004500     EXIT.
004510*
004520 3250-MATCH-ONE.
004530     IF DTL-KEY (1:1) = LETTER-LIST (BUCKET-IDX:1)
004540         MOVE BUCKET-IDX TO LETTER-ORD
004550     ELSE
004560         ADD 1 TO BUCKET-IDX
004570     END-IF.
004580 3250-EXIT.
004590     EXIT.
004600*
004610*----------------------------------------------------------------
004620*    4000-PRINT-CHAPTERS - ONE VARIANCE ROW PER CHAPTER BUCKET
004630*    THAT HAD ANY LINES IN EITHER PERIOD, IN LETTER ORDER, WITH
004640*    THE CHAPTER NAME FROM A KEYED READ AGAINST CHAPTER.DAT.
004650*----------------------------------------------------------------
004660 4000-PRINT-CHAPTERS.
004670     MOVE "BY CHAPTER" TO SECTION-TEXT
004680     PERFORM 7100-PRINT-SECTION-HDG THRU 7100-EXIT
004690     MOVE 1 TO BUCKET-IDX
004700     PERFORM 4100-PRINT-ONE-CHAPTER THRU 4100-EXIT
004710         UNTIL BUCKET-IDX > 27.
004720 4000-EXIT.
004730     EXIT.
004740*
004750 4100-PRINT-ONE-CHAPTER.
004760     IF CB-CUR-COUNT (BUCKET-IDX) = ZERO
004770             AND CB-PRI-COUNT (BUCKET-IDX) = ZERO
004780         ADD 1 TO BUCKET-IDX
004790         GO TO 4100-EXIT
004800     END-IF
004810     MOVE SPACES TO DTL-CHAPTER-KEY
004820     IF BUCKET-IDX > 26
004830         MOVE "*" TO DCK-LETTER
004840         MOVE "NO CHAPTER LETTER" TO DCK-NAME
004850     ELSE
004860         MOVE LETTER-LIST (BUCKET-IDX:1) TO DCK-LETTER
004870         PERFORM 4200-NAME-CHAPTER THRU 4200-EXIT
004880     END-IF
004890     MOVE DTL-CHAPTER-KEY TO DTL-KEY
004900     MOVE CB-CUR-COUNT (BUCKET-IDX) TO VAR-CUR-COUNT
004910     MOVE CB-PRI-COUNT (BUCKET-IDX) TO VAR-PRI-COUNT
004920     MOVE CB-CUR-AMOUNT (BUCKET-IDX) TO VAR-CUR-AMOUNT
004930     MOVE CB-PRI-AMOUNT (BUCKET-IDX) TO VAR-PRI-AMOUNT
004940     PERFORM 5000-FORMAT-ROW THRU 5000-EXIT
004950     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT
004960     ADD 1 TO BUCKET-IDX.
004970 4100-EXIT.
004980     EXIT.
004990*
005000 4200-NAME-CHAPTER.
005010     IF NOT IS-CHAPTER-AVAIL
005020         GO TO 4200-EXIT
005030     END-IF
005040     MOVE DCK-LETTER TO Chapter-Letter
005050     READ CHAPTER-FILE
005060         INVALID KEY
005070             MOVE "*** NOT ON CHAPTER" TO DCK-NAME
005080         NOT INVALID KEY
005090             MOVE Chapter-Name TO DCK-NAME
005100     END-READ.
005110 4200-EXIT.
005120     EXIT.
005130*
005140*----------------------------------------------------------------
005150*    5000-FORMAT-ROW - FILL THE DETAIL LINE FROM THE VAR- FIELDS:
005160*    BOTH PERIODS, THE CHANGE, AND THE PERCENT CHANGE AGAINST
005170*    THE PRIOR PERIOD (BLANK WHEN THE PRIOR PERIOD IS ZERO, AND
005180*    HELD AT 9999.9 WHEN IT WILL NOT FIT).  THEN SET THE FLAG:
005190*    NEW, GONE, OR MOVED BEYOND THE THRESHOLD EITHER WAY.  THE
005200*    FLAG GOES ONTO THE LINE WHEN IT IS PRINTED.
005210*----------------------------------------------------------------
005220 5000-FORMAT-ROW.
005230     COMPUTE VAR-CHG-COUNT = VAR-CUR-COUNT - VAR-PRI-COUNT
005240     COMPUTE VAR-CHG-AMOUNT = VAR-CUR-AMOUNT - VAR-PRI-AMOUNT
005250     MOVE VAR-CUR-COUNT TO DTL-CUR-CNT
005260     MOVE VAR-PRI-COUNT TO DTL-PRI-CNT
005270     MOVE VAR-CHG-COUNT TO DTL-CHG-CNT
005280     MOVE VAR-CUR-AMOUNT TO DTL-CUR-AMT
005290     MOVE VAR-PRI-AMOUNT TO DTL-PRI-AMT
005300     MOVE VAR-CHG-AMOUNT TO DTL-CHG-AMT
005310     MOVE ZERO TO VAR-CNT-PCT VAR-AMT-PCT
005320     MOVE SPACES TO VAR-FLAG
005330     IF VAR-PRI-COUNT = ZERO
005340         MOVE SPACES TO DTL-CNT-PCT-X
005350     ELSE
005360         COMPUTE VAR-CNT-PCT ROUNDED =
005370                 VAR-CHG-COUNT * 100 / VAR-PRI-COUNT
005380             ON SIZE ERROR
005390                 MOVE 9999.9 TO VAR-CNT-PCT
005400         END-COMPUTE
005410         MOVE VAR-CNT-PCT TO DTL-CNT-PCT
005420     END-IF
005430     IF VAR-PRI-AMOUNT = ZERO
005440         MOVE SPACES TO DTL-AMT-PCT-X
005450     ELSE
005460         COMPUTE VAR-AMT-PCT ROUNDED =
005470                 VAR-CHG-AMOUNT * 100 / VAR-PRI-AMOUNT
005480             ON SIZE ERROR
005490                 MOVE 9999.9 TO VAR-AMT-PCT
005500         END-COMPUTE
005510         MOVE VAR-AMT-PCT TO DTL-AMT-PCT
005520     END-IF
005530     IF VAR-PRI-COUNT = ZERO AND VAR-PRI-AMOUNT = ZERO
005540         MOVE "NEW" TO VAR-FLAG
005550         GO TO 5000-EXIT
005560     END-IF
005570     IF VAR-CUR-COUNT = ZERO AND VAR-CUR-AMOUNT = ZERO
005580         MOVE "GONE" TO VAR-FLAG
005590         GO TO 5000-EXIT
005600     END-IF
005610     MOVE VAR-CNT-PCT TO VAR-TEST-PCT
005620     IF VAR-TEST-PCT < ZERO
005630         MULTIPLY -1 BY VAR-TEST-PCT
005640     END-IF
005650     IF VAR-TEST-PCT > THRESHOLD-PCT
005660         MOVE "MOVED" TO VAR-FLAG
005670         GO TO 5000-EXIT
005680     END-IF
005690     MOVE VAR-AMT-PCT TO VAR-TEST-PCT
005700     IF VAR-TEST-PCT < ZERO
005710         MULTIPLY -1 BY VAR-TEST-PCT
005720     END-IF
005730     IF VAR-TEST-PCT > THRESHOLD-PCT
005740         MOVE "MOVED" TO VAR-FLAG
005750     END-IF.
005760 5000-EXIT.
005770     EXIT.
005780*
005790*----------------------------------------------------------------
005800*    6000-PRINT-DETAIL - PRINT THE DETAIL LINE, PAGING WHEN THE
005810*    PAGE IS FULL.
005820*----------------------------------------------------------------
005830 6000-PRINT-DETAIL.
005840     IF LINE-COUNT >= LINES-PER-PAGE
005850         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
005860     END-IF
005870     MOVE VAR-FLAG TO DTL-FLAG
005880     WRITE PRINT-LINE FROM DETAIL-LINE
005890     ADD 1 TO LINE-COUNT.
005900 6000-EXIT.
005910     EXIT.
005920*
005930*----------------------------------------------------------------
005940*    7000-PRINT-HEADINGS - START A NEW PAGE IN THE SEQRPT STYLE,
005950*    WITH THE TWO PERIODS AND THE THRESHOLD UNDER THE TITLE.
005960*----------------------------------------------------------------
005970 7000-PRINT-HEADINGS.
005980     ADD 1 TO PAGE-COUNT
005990     MOVE RUN-DATE-DISPLAY TO HDG1-DATE
006000     MOVE RUN-TIME-DISPLAY TO HDG1-TIME
006010     MOVE PAGE-COUNT TO HDG1-PAGE
006020     MOVE CUR-PERIOD TO HDG2-CUR-PERIOD
006030     MOVE PRI-PERIOD TO HDG2-PRI-PERIOD
006040     MOVE THRESHOLD-PCT TO HDG2-THRESHOLD
006050     IF PAGE-COUNT > 1
006060         WRITE PRINT-LINE FROM SPACES
006070     END-IF
006080     WRITE PRINT-LINE FROM HDG1-LINE
006090     WRITE PRINT-LINE FROM HDG2-LINE
006100     WRITE PRINT-LINE FROM SPACES
006110     WRITE PRINT-LINE FROM HDG3-LINE
006120     MOVE ZERO TO LINE-COUNT.
006130 7000-EXIT.
006140     EXIT.
006150*
006160 7100-PRINT-SECTION-HDG.
006170     IF LINE-COUNT >= LINES-PER-PAGE - 2
006180         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
006190     END-IF
006200     WRITE PRINT-LINE FROM SPACES
006210     WRITE PRINT-LINE FROM SECTION-LINE
006220     ADD 2 TO LINE-COUNT.
006230 7100-EXIT.
006240     EXIT.
006250*
006260*----------------------------------------------------------------
006270*    8000-PRINT-TRAILER - THE GRAND-TOTAL ROW (BOTH SECTIONS
006280*    FOOT TO IT) AND THE COUNT OF FLAGGED CODES.
006290*----------------------------------------------------------------
006300 8000-PRINT-TRAILER.
006310     MOVE "GRAND TOTAL" TO DTL-KEY
006320     MOVE GRAND-CUR-COUNT TO VAR-CUR-COUNT
006330     MOVE GRAND-PRI-COUNT TO VAR-PRI-COUNT
006340     MOVE GRAND-CUR-AMOUNT TO VAR-CUR-AMOUNT
006350     MOVE GRAND-PRI-AMOUNT TO VAR-PRI-AMOUNT
006360     PERFORM 5000-FORMAT-ROW THRU 5000-EXIT
006370     MOVE SPACES TO DTL-FLAG
006380     MOVE NEW-COUNT TO FSL-NEW
006390     MOVE GONE-COUNT TO FSL-GONE
006400     MOVE MOVED-COUNT TO FSL-MOVED
006410     WRITE PRINT-LINE FROM SPACES
006420     WRITE PRINT-LINE FROM DETAIL-LINE
006430     WRITE PRINT-LINE FROM FLAG-SUMMARY-LINE.
006440 8000-EXIT.
006450     EXIT.
006460*
006470 9000-TERMINATE.
006480     IF RETURN-CODE NOT = 16
006490         IF NOT CUR-SNAP-NOT-FOUND
006500             CLOSE CUR-SNAP-FILE
006510         END-IF
006520         IF NOT PRI-SNAP-NOT-FOUND
006530             CLOSE PRI-SNAP-FILE
006540         END-IF
006550     END-IF
006560     IF RETURN-CODE = 0
006570         CLOSE CHAPTER-FILE
006580         CLOSE REPORT-FILE
006590     END-IF
006600     DISPLAY "PERVAR: " CUR-READ-COUNT " CODE(S) IN " CUR-PERIOD
006610         ", " PRI-READ-COUNT " IN " PRI-PERIOD ", "
006620         CODE-COUNT " COMPARED"
006630     DISPLAY "PERVAR: " NEW-COUNT " NEW, " GONE-COUNT " GONE, "
006640         MOVED-COUNT " MOVED BEYOND " THRESHOLD-PCT " PERCENT".
006650 9000-EXIT.
006660     EXIT.
