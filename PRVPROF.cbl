000010*****************************************************************
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.     PRVPROF.
000040 AUTHOR.         D. KOVACS.
000050 INSTALLATION.   DATA PROCESSING DEPT.
000060 DATE-WRITTEN.   10/15/2026.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*------------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    10/15/2026 DK    INITIAL VERSION - PROVIDER UTILIZATION
000130*                      PROFILE FOR THE COMPLIANCE REVIEWER.  LOADS
000140*                      THE PROVIDER MASTER (PROVIDER.DAT) INTO A
000150*                      TABLE IN KEY ORDER, THEN TALLIES EVERY CLAIM
000160*                      ON CLAIMS.DAT AGAINST ITS RENDERING PROVIDER
000170*                      (Claim-Provider-ID) BY DIAGNOSIS CHAPTER - THE
000180*                      LEADING LETTER OF THE HEADER DIAGNOSIS CODE,
000190*                      AS PERVAR AND ARAGING BUCKET IT.  EACH
000200*                      SPECIALTY'S AVERAGE IS ITS CLAIMS AND DOLLARS
000210*                      DIVIDED BY THE NUMBER OF ITS PROVIDERS THAT
000220*                      BILLED ANY CLAIM.  PRVPROF.RPT PRINTS THE
000230*                      SPECIALTY AVERAGES, THEN EVERY BILLING
000240*                      PROVIDER'S TOTAL AND CHAPTER ROWS AGAINST THEM,
000250*                      THEN THE FLAGGED PROVIDERS AGAIN ON THEIR OWN.
000260*                      A ROW IS FLAGGED HIGH WHEN ITS CLAIM COUNT OR
000270*                      ITS DOLLARS EXCEED THE SPECIALTY AVERAGE BY
000280*                      MORE THAN THE FLAG MULTIPLE ON THE COMMAND LINE
000290*                      (N OR N.N, DEFAULT 2.0).
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PROVIDER-FILE ASSIGN TO DISK
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS Provider-ID
000380         FILE STATUS IS PRVMAST-STATUS.

000390     SELECT CLAIMS-FILE ASSIGN TO DISK
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS Claim-No
000430         FILE STATUS IS CLAIMS-STATUS.

000440     SELECT CHAPTER-FILE ASSIGN TO DISK
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS Chapter-Letter
000480         FILE STATUS IS CHAPTER-STATUS.

000490     SELECT REPORT-FILE ASSIGN TO DISK
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS REPORT-STATUS.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  PROVIDER-FILE
000560     LABEL RECORD IS STANDARD
000570     VALUE OF FILE-ID IS "PROVIDER.DAT"
000580     DATA RECORD IS ProviderDetail.
000590     COPY PRVREC.

000600 FD  CLAIMS-FILE
000610     LABEL RECORD IS STANDARD
000620     VALUE OF FILE-ID IS "CLAIMS.DAT"
000630     DATA RECORD IS ClaimDetail.
000640     COPY CLAIMREC.

000650 FD  CHAPTER-FILE
000660     LABEL RECORD IS STANDARD
000670     VALUE OF FILE-ID IS "CHAPTER.DAT"
000680     DATA RECORD IS ChapterDetail.
000690     COPY CHAPREC.

000700 FD  REPORT-FILE
000710     LABEL RECORD IS STANDARD
000720     VALUE OF FILE-ID IS "PRVPROF.RPT"
000730     DATA RECORD IS PRINT-LINE.
000740 01  PRINT-LINE                 PIC X(132).
000750*
000760 WORKING-STORAGE SECTION.
000770 01  PRVMAST-STATUS          PIC X(02) VALUE "00".
000780     88  PRVMAST-OK          VALUE "00", "02".
000790     88  PRVMAST-NOT-FOUND   VALUE "35".

000800 01  CLAIMS-STATUS           PIC X(02) VALUE "00".
000810     88  CLAIMS-OK           VALUE "00", "02".
000820     88  CLAIMS-NOT-FOUND    VALUE "35".

000830 01  CHAPTER-STATUS          PIC X(02) VALUE "00".
000840     88  CHAPTER-OK          VALUE "00".
000850     88  CHAPTER-NOT-FOUND   VALUE "23", "35".

000860 01  REPORT-STATUS           PIC X(02) VALUE "00".
000870     88  REPORT-OK           VALUE "00".

000880 01  CHAPTER-AVAIL-SW        PIC X(01) VALUE "Y".
000890     88  IS-CHAPTER-AVAIL    VALUE "Y".

000900 01  PROVIDER-EOF-SW         PIC X(01) VALUE "N".
000910     88  IS-PROVIDER-EOF     VALUE "Y".

000920 01  CLAIMS-EOF-SW           PIC X(01) VALUE "N".
000930     88  IS-CLAIMS-EOF       VALUE "Y".

000940 01  SPEC-POS-SW             PIC X(01) VALUE "N".
000950     88  IS-SPEC-POS         VALUE "Y".

000960 01  PRINT-MODE-SW           PIC X(01) VALUE "A".
000970     88  IS-PRINT-ALL        VALUE "A".
000980     88  IS-FLAGGED-ONLY     VALUE "F".

000990 01  SHOW-RATIO-SW           PIC X(01) VALUE "Y".
001000     88  IS-SHOW-RATIO       VALUE "Y".

001010 01  PROF-PARM               PIC X(30) VALUE SPACES.
001020 01  MULT-PARM               PIC X(05) VALUE SPACES.
001030 01  MULT-WORK.
001040     02  MULT-WHOLE-X        PIC X(02) JUSTIFIED RIGHT.
001050     02  MULT-WHOLE REDEFINES MULT-WHOLE-X
001060                             PIC 9(02).
001070     02  MULT-TENTH-X.
001080         03  MULT-TENTH-D    PIC X(01).
001090         03  MULT-TENTH REDEFINES MULT-TENTH-D
001100                             PIC 9(01).
001110         03  MULT-TENTH-REST PIC X(01).
001120 01  MULT-WHOLE-LEN          PIC 9(02) VALUE ZERO COMP.
001130 01  FLAG-MULTIPLE           PIC 9(02)V9 VALUE 2.0.
001140 01  FLAG-MULTIPLE-DISP      PIC Z9.9.

001150 01  RUN-DATE-WS.
001160     02  RUN-YEAR            PIC 9(04).
001170     02  RUN-MONTH           PIC 9(02).
001180     02  RUN-DAY             PIC 9(02).

001190 01  RUN-TIME-WS.
001200     02  RUN-HOUR            PIC 9(02).
001210     02  RUN-MINUTE          PIC 9(02).
001220     02  RUN-SECOND          PIC 9(02).
001230     02  FILLER              PIC 9(02).

001240 01  RUN-DATE-DISPLAY        PIC X(10).
001250 01  RUN-TIME-DISPLAY        PIC X(08).

001260 01  LINE-COUNT              PIC 9(02) VALUE ZERO COMP.
001270 01  LINES-PER-PAGE          PIC 9(02) VALUE 55 COMP.
001280 01  PAGE-COUNT              PIC 9(03) VALUE ZERO COMP.

001290 01  PROVIDER-READ-COUNT     PIC 9(06) VALUE ZERO COMP.
001300 01  SKIP-COUNT              PIC 9(06) VALUE ZERO COMP.
001310 01  BILLING-COUNT           PIC 9(06) VALUE ZERO COMP.
001320 01  FLAGGED-COUNT           PIC 9(06) VALUE ZERO COMP.
001330 01  CLAIM-READ-COUNT        PIC 9(07) VALUE ZERO COMP.
001340 01  PROFILED-COUNT          PIC 9(07) VALUE ZERO COMP.
001350 01  NO-PRV-COUNT            PIC 9(07) VALUE ZERO COMP.
001360 01  UNK-PRV-COUNT           PIC 9(07) VALUE ZERO COMP.
001370 01  CLAIM-READ-AMOUNT       PIC 9(11)V99 VALUE ZERO.
001380 01  PROFILED-AMOUNT         PIC 9(11)V99 VALUE ZERO.
001390 01  NO-PRV-AMOUNT           PIC 9(11)V99 VALUE ZERO.
001400 01  UNK-PRV-AMOUNT          PIC 9(11)V99 VALUE ZERO.

001410 01  PROV-IDX                PIC 9(03) VALUE ZERO COMP.
001420 01  FOUND-IDX               PIC 9(03) VALUE ZERO COMP.
001430 01  SPEC-IDX                PIC 9(03) VALUE ZERO COMP.
001440 01  SHIFT-IDX               PIC 9(03) VALUE ZERO COMP.
001450 01  LETTER-ORD              PIC 9(02) VALUE ZERO COMP.
001460 01  BUCKET-IDX              PIC 9(02) VALUE ZERO COMP.
001470 01  BUCKET-KEY              PIC X(05) VALUE SPACES.
001480 01  LETTER-LIST             PIC X(26)
001490         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

001500*
001510*    ONE ENTRY PER PROVIDER ON PROVIDER.DAT, IN Provider-ID ORDER,
001520*    WITH ITS CLAIMS AND DOLLARS BY CHAPTER.  CHAPTER 27 HOLDS
001530*    CODES WHOSE LEADING CHARACTER IS NOT A LETTER, AS IN PERVAR,
001540*    SO THE CHAPTER ROWS STILL FOOT TO THE PROVIDER TOTAL.
001550*
001560 01  PROVIDER-TABLE-MAX      PIC 9(03) VALUE 500 COMP.
001570 01  PROVIDER-TABLE-COUNT    PIC 9(03) VALUE ZERO COMP.
001580 01  PROVIDER-TABLE.
001590     02  PRV-ENTRY OCCURS 500 TIMES.
001600         03  PT-PROVIDER-ID  PIC X(10).
001610         03  PT-NAME         PIC X(30).
001620         03  PT-SPECIALTY    PIC X(04).
001630         03  PT-SPEC-IDX     PIC 9(03) COMP.
001640         03  PT-CLAIM-COUNT  PIC 9(07).
001650         03  PT-AMOUNT       PIC 9(11)V99.
001660         03  PT-FLAG         PIC X(04).
001670             88  PT-IS-FLAGGED VALUE "HIGH".
001680         03  PT-CHAPTER OCCURS 27 TIMES.
001690             04  PC-COUNT    PIC 9(07).
001700             04  PC-AMOUNT   PIC 9(11)V99.

001710*
001720*    ONE ENTRY PER SPECIALTY, KEPT IN SPECIALTY CODE ORDER, WITH
001730*    THE SUM OF ITS PROVIDERS' TOTALS AND CHAPTER TOTALS, ITS
001740*    PROVIDERS ON THE MASTER AND THE NUMBER OF THOSE THAT BILLED -
001750*    THE AVERAGE'S DIVISOR.
001760*
001770 01  SPECIALTY-TABLE-MAX     PIC 9(03) VALUE 100 COMP.
001780 01  SPECIALTY-COUNT         PIC 9(03) VALUE ZERO COMP.
001790 01  SPECIALTY-TABLE.
001800     02  SPEC-ENTRY OCCURS 100 TIMES.
001810         03  ST-SPECIALTY    PIC X(04).
001820         03  ST-PROVIDER-COUNT PIC 9(05) COMP.
001830         03  ST-BILLING-COUNT PIC 9(05) COMP.
001840         03  ST-CLAIM-COUNT  PIC 9(07).
001850         03  ST-AMOUNT       PIC 9(11)V99.
001860         03  ST-CHAPTER OCCURS 27 TIMES.
001870             04  SC-COUNT    PIC 9(07).
001880             04  SC-AMOUNT   PIC 9(11)V99.

001890*
001900*    ONE PROFILE ROW IN THE MAKING - THE PROVIDER'S (OR THE
001910*    SPECIALTY'S) FIGURES, THE SPECIALTY FIGURES THEY ARE COMPARED
001920*    WITH AND THE NUMBER OF BILLING PROVIDERS TO AVERAGE OVER.
001930*    5000-FORMAT-ROW WORKS FROM THESE FIELDS.
001940*
001950 01  ROW-COUNT               PIC 9(07) VALUE ZERO.
001960 01  ROW-AMOUNT              PIC 9(11)V99 VALUE ZERO.
001970 01  ROW-SPEC-COUNT          PIC 9(07) VALUE ZERO.
001980 01  ROW-SPEC-AMOUNT         PIC 9(11)V99 VALUE ZERO.
001990 01  ROW-BILLING             PIC 9(05) VALUE ZERO.
002000 01  ROW-AVG-COUNT           PIC 9(07)V9 VALUE ZERO.
002010 01  ROW-AVG-AMOUNT          PIC 9(11)V99 VALUE ZERO.
002020 01  ROW-CNT-RATIO           PIC 9(04)V9 VALUE ZERO.
002030 01  ROW-AMT-RATIO           PIC 9(04)V9 VALUE ZERO.
002040 01  ROW-FLAG                PIC X(04) VALUE SPACES.
002050     88  ROW-IS-HIGH         VALUE "HIGH".

002060 01  HDG1-LINE.
002070     02  FILLER              PIC X(01) VALUE SPACE.
002080     02  FILLER              PIC X(30)
002090             VALUE "PROVIDER UTILIZATION PROFILE".
002100     02  FILLER              PIC X(10) VALUE SPACES.
002110     02  FILLER              PIC X(06) VALUE "DATE: ".
002120     02  HDG1-DATE           PIC X(10).
002130     02  FILLER              PIC X(04) VALUE SPACES.
002140     02  FILLER              PIC X(06) VALUE "TIME: ".
002150     02  HDG1-TIME           PIC X(08).
002160     02  FILLER              PIC X(05) VALUE SPACES.
002170     02  FILLER              PIC X(06) VALUE "PAGE: ".
002180     02  HDG1-PAGE           PIC ZZ9.

002190 01  HDG2-LINE.
002200     02  FILLER              PIC X(01) VALUE SPACE.
002210     02  FILLER              PIC X(15) VALUE "FLAG MULTIPLE: ".
002220     02  HDG2-MULTIPLE       PIC Z9.9.
002230     02  FILLER              PIC X(27)
002240             VALUE "  TIMES THE SPECIALTY AVERA".
002250     02  FILLER              PIC X(23)
002260             VALUE "GE PER BILLING PROVIDER".

002270 01  HDG3-LINE.
002280     02  FILLER              PIC X(45)
002290             VALUE " PROVIDER / SPECIALTY / CHAPTER".
002300     02  FILLER              PIC X(10) VALUE "   CLAIMS ".
002310     02  FILLER              PIC X(18) VALUE "          DOLLARS ".
002320     02  FILLER              PIC X(10) VALUE "  AVG CLM ".
002330     02  FILLER              PIC X(19)
002340             VALUE "      AVG DOLLARS  ".
002350     02  FILLER              PIC X(08) VALUE " CLM X  ".
002360     02  FILLER              PIC X(08) VALUE " AMT X  ".
002370     02  FILLER              PIC X(04) VALUE "FLAG".

002380 01  SECTION-LINE.
002390     02  FILLER              PIC X(01) VALUE SPACE.
002400     02  SECTION-TEXT        PIC X(40).

002410 01  DETAIL-LINE.
002420     02  FILLER              PIC X(01) VALUE SPACE.
002430     02  DTL-KEY             PIC X(44).
002440     02  DTL-COUNT           PIC Z,ZZZ,ZZ9.
002450     02  FILLER              PIC X(01) VALUE SPACE.
002460     02  DTL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002470     02  FILLER              PIC X(01) VALUE SPACE.
002480     02  DTL-AVG-COUNT       PIC ZZZ,ZZ9.9.
002490     02  FILLER              PIC X(01) VALUE SPACE.
002500     02  DTL-AVG-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002510     02  FILLER              PIC X(02) VALUE SPACES.
002520     02  DTL-CNT-RATIO       PIC ZZZ9.9.
002530     02  DTL-CNT-RATIO-X REDEFINES DTL-CNT-RATIO
002540                             PIC X(06).
002550     02  FILLER              PIC X(02) VALUE SPACES.
002560     02  DTL-AMT-RATIO       PIC ZZZ9.9.
002570     02  DTL-AMT-RATIO-X REDEFINES DTL-AMT-RATIO
002580                             PIC X(06).
002590     02  FILLER              PIC X(02) VALUE SPACES.
002600     02  DTL-FLAG            PIC X(04).

002610 01  DTL-PROVIDER-KEY.
002620     02  DPK-ID              PIC X(10).
002630     02  FILLER              PIC X(01) VALUE SPACE.
002640     02  DPK-NAME            PIC X(28).
002650     02  FILLER              PIC X(01) VALUE SPACE.
002660     02  DPK-SPECIALTY       PIC X(04).

002670 01  DTL-SPECIALTY-KEY.
002680     02  FILLER              PIC X(10) VALUE "SPECIALTY ".
002690     02  DSK-SPECIALTY       PIC X(04).
002700     02  FILLER              PIC X(03) VALUE " - ".
002710     02  DSK-BILLING         PIC ZZ9.
002720     02  FILLER              PIC X(04) VALUE " OF ".
002730     02  DSK-PROVIDERS       PIC ZZ9.
002740     02  FILLER              PIC X(17) VALUE " BILLING".

002750 01  DTL-CHAPTER-KEY.
002760     02  FILLER              PIC X(03) VALUE SPACES.
002770     02  DCK-LETTER          PIC X(01).
002780     02  FILLER              PIC X(01) VALUE SPACE.
002790     02  DCK-NAME            PIC X(39).

002800 01  TRAILER-LINE.
002810     02  FILLER              PIC X(01) VALUE SPACE.
002820     02  TRL-LABEL           PIC X(40).
002830     02  TRL-COUNT           PIC Z,ZZZ,ZZ9.
002840     02  FILLER              PIC X(02) VALUE SPACES.
002850     02  TRL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002860     02  TRL-AMOUNT-X REDEFINES TRL-AMOUNT
002870                             PIC X(17).
002880*
002890 PROCEDURE DIVISION.
002900*
002910 0000-MAINLINE.
002920     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002930     IF RETURN-CODE = 0
002940         PERFORM 2000-LOAD-PROVIDER THRU 2000-EXIT
002950             UNTIL IS-PROVIDER-EOF
002960         PERFORM 2200-SET-SPEC-IDX THRU 2200-EXIT
002970             VARYING PROV-IDX FROM 1 BY 1
002980             UNTIL PROV-IDX > PROVIDER-TABLE-COUNT
002990         PERFORM 3000-TALLY-CLAIM THRU 3000-EXIT
003000             UNTIL IS-CLAIMS-EOF
003010         PERFORM 3500-ROLL-SPECIALTY THRU 3500-EXIT
003020             VARYING PROV-IDX FROM 1 BY 1
003030             UNTIL PROV-IDX > PROVIDER-TABLE-COUNT
003040         PERFORM 3600-FLAG-PROVIDER THRU 3600-EXIT
003050             VARYING PROV-IDX FROM 1 BY 1
003060             UNTIL PROV-IDX > PROVIDER-TABLE-COUNT
003070         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
003080         PERFORM 4000-PRINT-SPECIALTIES THRU 4000-EXIT
003090         MOVE "BY PROVIDER" TO SECTION-TEXT
003100         MOVE "A" TO PRINT-MODE-SW
003110         PERFORM 4500-PRINT-PROVIDERS THRU 4500-EXIT
003120         MOVE "FLAGGED FOR COMPLIANCE REVIEW" TO SECTION-TEXT
003130         MOVE "F" TO PRINT-MODE-SW
003140         PERFORM 4500-PRINT-PROVIDERS THRU 4500-EXIT
003150         PERFORM 8000-PRINT-TRAILER THRU 8000-EXIT
003160     END-IF
003170     PERFORM 9000-TERMINATE THRU 9000-EXIT
003180     STOP RUN.
003190*
003200*----------------------------------------------------------------
003210*    1000-INITIALIZE - THE COMMAND LINE CARRIES THE FLAG MULTIPLE.
003220*    A BAD ONE IS RETURN-CODE 16, AS PERVAR TREATS A BAD
003230*    THRESHOLD.  A MISSING PROVIDER.DAT OR CLAIMS.DAT LEAVES
003240*    NOTHING TO PROFILE AND IS RETURN-CODE 8.  A MISSING
003250*    CHAPTER.DAT ONLY WARNS; THE CHAPTER ROWS THEN PRINT WITHOUT
003260*    NAMES.
003270*----------------------------------------------------------------
003280 1000-INITIALIZE.
003290     ACCEPT PROF-PARM FROM COMMAND-LINE
003300     IF PROF-PARM NOT = SPACES
003310         PERFORM 1100-GET-MULTIPLE THRU 1100-EXIT
003320         IF RETURN-CODE = 16
003330             GO TO 1000-EXIT
003340         END-IF
003350     END-IF
003360     MOVE FLAG-MULTIPLE TO FLAG-MULTIPLE-DISP
003370     OPEN INPUT PROVIDER-FILE
003380     IF PRVMAST-NOT-FOUND
003390         DISPLAY "PRVPROF: PROVIDER.DAT NOT FOUND - NOTHING TO"
003400             " PROFILE"
003410         MOVE 8 TO RETURN-CODE
003420     END-IF
003430     OPEN INPUT CLAIMS-FILE
003440     IF CLAIMS-NOT-FOUND
003450         DISPLAY "PRVPROF: CLAIMS.DAT NOT FOUND - NOTHING TO"
003460             " PROFILE"
003470         MOVE 8 TO RETURN-CODE
003480     END-IF
003490     IF RETURN-CODE NOT = 0
003500         GO TO 1000-EXIT
003510     END-IF
003520     OPEN INPUT CHAPTER-FILE
003530     IF CHAPTER-NOT-FOUND
003540         DISPLAY "PRVPROF: CHAPTER.DAT NOT FOUND - CHAPTERS NOT"
003550             " NAMED"
003560         MOVE "N" TO CHAPTER-AVAIL-SW
003570     END-IF
003580     OPEN OUTPUT REPORT-FILE
003590     ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
003600     ACCEPT RUN-TIME-WS FROM TIME
003610     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
003620         DELIMITED BY SIZE INTO RUN-DATE-DISPLAY
003630     STRING RUN-HOUR ":" RUN-MINUTE ":" RUN-SECOND
003640         DELIMITED BY SIZE INTO RUN-TIME-DISPLAY.
003650 1000-EXIT.
003660     EXIT.
003670*
003680*----------------------------------------------------------------
003690*    1100-GET-MULTIPLE - THE FLAG MULTIPLE IS A WHOLE NUMBER OF ONE
003700*    OR TWO DIGITS WITH AN OPTIONAL SINGLE DECIMAL PLACE (2, 2.5,
003710*    10.0), AT LEAST 1.0.
003720*----------------------------------------------------------------
003730 1100-GET-MULTIPLE.
003740     UNSTRING PROF-PARM DELIMITED BY ALL " "
003750         INTO MULT-PARM
003760     MOVE SPACES TO MULT-WORK
003770     MOVE ZERO TO MULT-WHOLE-LEN
003780     UNSTRING MULT-PARM DELIMITED BY "." OR " "
003790         INTO MULT-WHOLE-X COUNT IN MULT-WHOLE-LEN
003800              MULT-TENTH-X
003810     INSPECT MULT-WHOLE-X REPLACING LEADING SPACES BY ZERO
003820     IF MULT-TENTH-X = SPACES
003830         MOVE "0" TO MULT-TENTH-D
003840     END-IF
003850     IF MULT-WHOLE-LEN = ZERO
003860             OR MULT-WHOLE-LEN > 2
003870             OR MULT-WHOLE-X NOT NUMERIC
003880             OR MULT-TENTH-D NOT NUMERIC
003890             OR MULT-TENTH-REST NOT = SPACE
003900         DISPLAY "PRVPROF: FLAG MULTIPLE MUST BE N OR N.N - GOT <"
003910             PROF-PARM ">"
003920         MOVE 16 TO RETURN-CODE
003930         GO TO 1100-EXIT
003940     END-IF
003950     COMPUTE FLAG-MULTIPLE = MULT-WHOLE + MULT-TENTH / 10
003960     IF FLAG-MULTIPLE < 1
003970         DISPLAY "PRVPROF: FLAG MULTIPLE BELOW 1.0 - GOT <"
003980             PROF-PARM ">"
003990         MOVE 16 TO RETURN-CODE
004000     END-IF.
004010 1100-EXIT.
004020     EXIT.
004030*
004040*----------------------------------------------------------------
004050*    2000-LOAD-PROVIDER - READ PROVIDER.DAT IN KEY ORDER INTO THE
004060*    PROVIDER TABLE, ENTERING EACH NEW SPECIALTY IN THE SPECIALTY
004070*    TABLE.  INACTIVE PROVIDERS ARE LOADED TOO - THEIR CLAIMS ARE
004080*    STILL ON FILE.  A PROVIDER THAT WILL NOT FIT IS SKIPPED AND
004090*    ITS CLAIMS ARE COUNTED AS FOR A PROVIDER NOT PROFILED.
004100*----------------------------------------------------------------
004110 2000-LOAD-PROVIDER.
004120     READ PROVIDER-FILE NEXT RECORD
004130         AT END MOVE "Y" TO PROVIDER-EOF-SW
004140     END-READ
004150     IF IS-PROVIDER-EOF
004160         GO TO 2000-EXIT
004170     END-IF
004180     ADD 1 TO PROVIDER-READ-COUNT
004190     IF PROVIDER-TABLE-COUNT >= PROVIDER-TABLE-MAX
004200         DISPLAY "PRVPROF: PROVIDER TABLE FULL - PROVIDER "
004210             Provider-ID " NOT PROFILED"
004220         ADD 1 TO SKIP-COUNT
004230         GO TO 2000-EXIT
004240     END-IF
004250     PERFORM 2100-FIND-SPECIALTY THRU 2100-EXIT
004260     IF SPEC-IDX = ZERO
004270         DISPLAY "PRVPROF: SPECIALTY TABLE FULL - PROVIDER "
004280             Provider-ID " NOT PROFILED"
004290         ADD 1 TO SKIP-COUNT
004300         GO TO 2000-EXIT
004310     END-IF
004320     ADD 1 TO ST-PROVIDER-COUNT (SPEC-IDX)
004330     ADD 1 TO PROVIDER-TABLE-COUNT
004340     INITIALIZE PRV-ENTRY (PROVIDER-TABLE-COUNT)
004350     MOVE Provider-ID TO PT-PROVIDER-ID (PROVIDER-TABLE-COUNT)
004360     MOVE Provider-Name TO PT-NAME (PROVIDER-TABLE-COUNT)
004370     MOVE Provider-Specialty
004380         TO PT-SPECIALTY (PROVIDER-TABLE-COUNT).
004390 2000-EXIT.
004400     EXIT.
004410*
004420*----------------------------------------------------------------
004430*    2100-FIND-SPECIALTY - POINT SPEC-IDX AT THE PROVIDER'S
004440*    SPECIALTY, INSERTING IT IN CODE ORDER WHEN IT IS NEW.  ZERO
004450*    WHEN IT IS NEW AND THE TABLE IS FULL.
004460*----------------------------------------------------------------
004470 2100-FIND-SPECIALTY.
004480     MOVE "N" TO SPEC-POS-SW
004490     MOVE 1 TO SPEC-IDX
004500     PERFORM 2150-SCAN-SPECIALTY THRU 2150-EXIT
004510         UNTIL IS-SPEC-POS OR SPEC-IDX > SPECIALTY-COUNT
004520     IF IS-SPEC-POS
004530         IF ST-SPECIALTY (SPEC-IDX) = Provider-Specialty
004540             GO TO 2100-EXIT
004550         END-IF
004560     END-IF
004570     IF SPECIALTY-COUNT >= SPECIALTY-TABLE-MAX
004580         MOVE ZERO TO SPEC-IDX
004590         GO TO 2100-EXIT
004600     END-IF
004610     MOVE SPECIALTY-COUNT TO SHIFT-IDX
004620     PERFORM 2160-SHIFT-SPECIALTY THRU 2160-EXIT
004630         UNTIL SHIFT-IDX < SPEC-IDX
004640     ADD 1 TO SPECIALTY-COUNT
004650     INITIALIZE SPEC-ENTRY (SPEC-IDX)
004660     MOVE Provider-Specialty TO ST-SPECIALTY (SPEC-IDX).
004670 2100-EXIT.
004680     EXIT.
004690*
004700 2150-SCAN-SPECIALTY.
004710     IF ST-SPECIALTY (SPEC-IDX) >= Provider-Specialty
004720         MOVE "Y" TO SPEC-POS-SW
004730     ELSE
004740         ADD 1 TO SPEC-IDX
004750     END-IF.
004760 2150-EXIT.
004770     EXIT.
004780*
004790 2160-SHIFT-SPECIALTY.
004800     MOVE SPEC-ENTRY (SHIFT-IDX) TO SPEC-ENTRY (SHIFT-IDX + 1)
004810     SUBTRACT 1 FROM SHIFT-IDX.
004820 2160-EXIT.
004830     EXIT.
004840*
004850*----------------------------------------------------------------
004860*    2200-SET-SPEC-IDX - ONCE THE SPECIALTY TABLE HAS STOPPED
004870*    MOVING, NOTE EACH PROVIDER'S SPECIALTY ENTRY.
004880*----------------------------------------------------------------
004890 2200-SET-SPEC-IDX.
004900     MOVE ZERO TO PT-SPEC-IDX (PROV-IDX)
004910     MOVE 1 TO SPEC-IDX
004920     PERFORM 2250-MATCH-SPECIALTY THRU 2250-EXIT
004930         UNTIL PT-SPEC-IDX (PROV-IDX) > ZERO
004940             OR SPEC-IDX > SPECIALTY-COUNT.
004950 2200-EXIT.
004960     EXIT.
004970*
004980 2250-MATCH-SPECIALTY.
004990     IF ST-SPECIALTY (SPEC-IDX) = PT-SPECIALTY (PROV-IDX)
005000         MOVE SPEC-IDX TO PT-SPEC-IDX (PROV-IDX)
005010     ELSE
005020         ADD 1 TO SPEC-IDX
005030     END-IF.
005040 2250-EXIT.
005050     EXIT.
005060*
005070*----------------------------------------------------------------
005080*    3000-TALLY-CLAIM - ADD ONE CLAIM'S AMOUNT INTO ITS PROVIDER'S
005090*    CHAPTER BUCKET.  CLAIMS POSTED WITHOUT A PROVIDER AND CLAIMS
005100*    FOR A PROVIDER NOT IN THE TABLE ARE COUNTED FOR THE TRAILER
005110*    ONLY.
005120*----------------------------------------------------------------
005130 3000-TALLY-CLAIM.
005140     READ CLAIMS-FILE NEXT RECORD
005150         AT END MOVE "Y" TO CLAIMS-EOF-SW
005160     END-READ
005170     IF IS-CLAIMS-EOF
005180         GO TO 3000-EXIT
005190     END-IF
005200     ADD 1 TO CLAIM-READ-COUNT
005210     ADD Claim-Amount TO CLAIM-READ-AMOUNT
005220     IF Claim-Provider-ID = SPACES
005230         ADD 1 TO NO-PRV-COUNT
005240         ADD Claim-Amount TO NO-PRV-AMOUNT
005250         GO TO 3000-EXIT
005260     END-IF
005270     PERFORM 3100-FIND-PROVIDER THRU 3100-EXIT
005280     IF FOUND-IDX = ZERO
005290         ADD 1 TO UNK-PRV-COUNT
005300         ADD Claim-Amount TO UNK-PRV-AMOUNT
005310         GO TO 3000-EXIT
005320     END-IF
005330     MOVE Claim-Diag-Code TO BUCKET-KEY
005340     PERFORM 3200-FIND-BUCKET THRU 3200-EXIT
005350     IF LETTER-ORD = ZERO
005360         MOVE 27 TO LETTER-ORD
005370     END-IF
005380     ADD 1 TO PC-COUNT (FOUND-IDX, LETTER-ORD)
005390     ADD Claim-Amount TO PC-AMOUNT (FOUND-IDX, LETTER-ORD)
005400     ADD 1 TO PT-CLAIM-COUNT (FOUND-IDX)
005410     ADD Claim-Amount TO PT-AMOUNT (FOUND-IDX)
005420     ADD 1 TO PROFILED-COUNT
005430     ADD Claim-Amount TO PROFILED-AMOUNT.
005440 3000-EXIT.
005450     EXIT.
005460*
005470*----------------------------------------------------------------
005480*    3100-FIND-PROVIDER - LOOK THE CLAIM'S PROVIDER UP IN THE
005490*    TABLE.  THE TABLE IS IN KEY ORDER, SO THE SCAN STOPS AT THE
005500*    FIRST ENTRY PAST IT.  FOUND-IDX IS ZERO WHEN IT IS NOT THERE.
005510*----------------------------------------------------------------
005520 3100-FIND-PROVIDER.
005530     MOVE ZERO TO FOUND-IDX
005540     MOVE 1 TO PROV-IDX
005550     PERFORM 3150-MATCH-PROVIDER THRU 3150-EXIT
005560         UNTIL FOUND-IDX > ZERO
005570             OR PROV-IDX > PROVIDER-TABLE-COUNT.
005580 3100-EXIT.
005590     EXIT.
005600*
005610 3150-MATCH-PROVIDER.
005620     IF PT-PROVIDER-ID (PROV-IDX) = Claim-Provider-ID
005630         MOVE PROV-IDX TO FOUND-IDX
005640     ELSE
005650         IF PT-PROVIDER-ID (PROV-IDX) > Claim-Provider-ID
005660             COMPUTE PROV-IDX = PROVIDER-TABLE-COUNT + 1
005670         ELSE
005680             ADD 1 TO PROV-IDX
005690         END-IF
005700     END-IF.
005710 3150-EXIT.
005720     EXIT.
005730*
005740*----------------------------------------------------------------
005750*    3200-FIND-BUCKET - TURN THE CODE'S LEADING LETTER INTO ITS
005760*    BUCKET ORDINAL (A=1 .. Z=26), OR ZERO WHEN IT IS NOT A
005770*    LETTER, AS PERVAR DOES.
005780*----------------------------------------------------------------
005790 3200-FIND-BUCKET.
005800     MOVE ZERO TO LETTER-ORD
005810     MOVE 1 TO BUCKET-IDX
005820     PERFORM 3250-MATCH-ONE THRU 3250-EXIT
005830         UNTIL LETTER-ORD > ZERO OR BUCKET-IDX > 26.
005840 3200-EXIT.
005850     EXIT.
005860*
005870 3250-MATCH-ONE.
005880     IF BUCKET-KEY (1:1) = LETTER-LIST (BUCKET-IDX:1)
005890         MOVE BUCKET-IDX TO LETTER-ORD
005900     ELSE
005910         ADD 1 TO BUCKET-IDX
005920     END-IF.
005930 3250-EXIT.
005940     EXIT.
005950*
005960*----------------------------------------------------------------
005970*    3500-ROLL-SPECIALTY - ADD A BILLING PROVIDER'S TOTAL AND
005980*    CHAPTER FIGURES INTO ITS SPECIALTY AND COUNT IT TOWARD THE
005990*    SPECIALTY'S AVERAGE.
006000*----------------------------------------------------------------
006010 3500-ROLL-SPECIALTY.
006020     IF PT-CLAIM-COUNT (PROV-IDX) = ZERO
006030         GO TO 3500-EXIT
006040     END-IF
006050     ADD 1 TO BILLING-COUNT
006060     MOVE PT-SPEC-IDX (PROV-IDX) TO SPEC-IDX
006070     ADD 1 TO ST-BILLING-COUNT (SPEC-IDX)
006080     ADD PT-CLAIM-COUNT (PROV-IDX) TO ST-CLAIM-COUNT (SPEC-IDX)
006090     ADD PT-AMOUNT (PROV-IDX) TO ST-AMOUNT (SPEC-IDX)
006100     PERFORM 3550-ROLL-CHAPTER THRU 3550-EXIT
006110         VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 27.
006120 3500-EXIT.
006130     EXIT.
006140*
006150 3550-ROLL-CHAPTER.
006160     ADD PC-COUNT (PROV-IDX, BUCKET-IDX)
006170         TO SC-COUNT (SPEC-IDX, BUCKET-IDX)
006180     ADD PC-AMOUNT (PROV-IDX, BUCKET-IDX)
006190         TO SC-AMOUNT (SPEC-IDX, BUCKET-IDX).
006200 3550-EXIT.
006210     EXIT.
006220*
006230*----------------------------------------------------------------
006240*    3600-FLAG-PROVIDER - A BILLING PROVIDER IS FLAGGED WHEN ITS
006250*    TOTAL OR ANY ONE OF ITS CHAPTERS IS HIGH AGAINST THE
006260*    SPECIALTY, SO THE FLAGGED SECTION KNOWS WHOM TO LIST.
006270*----------------------------------------------------------------
006280 3600-FLAG-PROVIDER.
006290     IF PT-CLAIM-COUNT (PROV-IDX) = ZERO
006300         GO TO 3600-EXIT
006310     END-IF
006320     PERFORM 5200-LOAD-PROVIDER-ROW THRU 5200-EXIT
006330     PERFORM 5100-TEST-ROW THRU 5100-EXIT
006340     IF ROW-IS-HIGH
006350         MOVE "HIGH" TO PT-FLAG (PROV-IDX)
006360     ELSE
006370         PERFORM 3650-TEST-CHAPTER THRU 3650-EXIT
006380             VARYING BUCKET-IDX FROM 1 BY 1
006390             UNTIL BUCKET-IDX > 27 OR PT-IS-FLAGGED (PROV-IDX)
006400     END-IF
006410     IF PT-IS-FLAGGED (PROV-IDX)
006420         ADD 1 TO FLAGGED-COUNT
006430     END-IF.
006440 3600-EXIT.
006450     EXIT.
006460*
006470 3650-TEST-CHAPTER.
006480     IF PC-COUNT (PROV-IDX, BUCKET-IDX) = ZERO
006490         GO TO 3650-EXIT
006500     END-IF
006510     PERFORM 5250-LOAD-CHAPTER-ROW THRU 5250-EXIT
006520     PERFORM 5100-TEST-ROW THRU 5100-EXIT
006530     IF ROW-IS-HIGH
006540         MOVE "HIGH" TO PT-FLAG (PROV-IDX)
006550     END-IF.
006560 3650-EXIT.
006570     EXIT.
006580*
006590*----------------------------------------------------------------
006600*    4000-PRINT-SPECIALTIES - ONE ROW PER SPECIALTY THAT BILLED,
006610*    WITH ITS TOTALS AND ITS AVERAGE PER BILLING PROVIDER, THEN
006620*    THE SAME FOR EACH CHAPTER IT BILLED UNDER.
006630*----------------------------------------------------------------
006640 4000-PRINT-SPECIALTIES.
006650     MOVE "SPECIALTY AVERAGES" TO SECTION-TEXT
006660     PERFORM 7100-PRINT-SECTION-HDG THRU 7100-EXIT
006670     MOVE "N" TO SHOW-RATIO-SW
006680     PERFORM 4100-PRINT-ONE-SPECIALTY THRU 4100-EXIT
006690         VARYING SPEC-IDX FROM 1 BY 1
006700         UNTIL SPEC-IDX > SPECIALTY-COUNT.
006710 4000-EXIT.
006720     EXIT.
006730*
006740 4100-PRINT-ONE-SPECIALTY.
006750     IF ST-BILLING-COUNT (SPEC-IDX) = ZERO
006760         GO TO 4100-EXIT
006770     END-IF
006780     MOVE ST-SPECIALTY (SPEC-IDX) TO DSK-SPECIALTY
006790     MOVE ST-BILLING-COUNT (SPEC-IDX) TO DSK-BILLING
006800     MOVE ST-PROVIDER-COUNT (SPEC-IDX) TO DSK-PROVIDERS
006810     MOVE DTL-SPECIALTY-KEY TO DTL-KEY
006820     MOVE ST-CLAIM-COUNT (SPEC-IDX) TO ROW-COUNT ROW-SPEC-COUNT
006830     MOVE ST-AMOUNT (SPEC-IDX) TO ROW-AMOUNT ROW-SPEC-AMOUNT
006840     MOVE ST-BILLING-COUNT (SPEC-IDX) TO ROW-BILLING
006850     PERFORM 5000-FORMAT-ROW THRU 5000-EXIT
006860     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT
006870     PERFORM 4150-PRINT-SPEC-CHAPTER THRU 4150-EXIT
006880         VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 27.
006890 4100-EXIT.
006900     EXIT.
006910*
006920 4150-PRINT-SPEC-CHAPTER.
006930     IF SC-COUNT (SPEC-IDX, BUCKET-IDX) = ZERO
006940         GO TO 4150-EXIT
006950     END-IF
006960     MOVE SC-COUNT (SPEC-IDX, BUCKET-IDX)
006970         TO ROW-COUNT ROW-SPEC-COUNT
006980     MOVE SC-AMOUNT (SPEC-IDX, BUCKET-IDX)
006990         TO ROW-AMOUNT ROW-SPEC-AMOUNT
007000     MOVE ST-BILLING-COUNT (SPEC-IDX) TO ROW-BILLING
007010     PERFORM 5000-FORMAT-ROW THRU 5000-EXIT
007020     PERFORM 4300-CHAPTER-KEY THRU 4300-EXIT
007030     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT.
007040 4150-EXIT.
007050     EXIT.
007060*
007070 4200-NAME-CHAPTER.
007080     IF NOT IS-CHAPTER-AVAIL
007090         GO TO 4200-EXIT
007100     END-IF
007110     MOVE DCK-LETTER TO Chapter-Letter
007120     READ CHAPTER-FILE
007130         INVALID KEY
007140             MOVE "*** NOT ON CHAPTER" TO DCK-NAME
007150         NOT INVALID KEY
007160             MOVE Chapter-Name TO DCK-NAME
007170     END-READ.
007180 4200-EXIT.
007190     EXIT.
007200*
007210*----------------------------------------------------------------
007220*    4300-CHAPTER-KEY - THE ROW KEY FOR CHAPTER BUCKET-IDX: ITS
007230*    LETTER AND NAME, OR * FOR CODES WITH NO CHAPTER LETTER.
007240*----------------------------------------------------------------
007250 4300-CHAPTER-KEY.
007260     MOVE SPACES TO DTL-CHAPTER-KEY
007270     IF BUCKET-IDX > 26
007280         MOVE "*" TO DCK-LETTER
007290         MOVE "NO CHAPTER LETTER" TO DCK-NAME
007300     ELSE
007310         MOVE LETTER-LIST (BUCKET-IDX:1) TO DCK-LETTER
007320         PERFORM 4200-NAME-CHAPTER THRU 4200-EXIT
007330     END-IF
007340     MOVE DTL-CHAPTER-KEY TO DTL-KEY.
007350 4300-EXIT.
007360     EXIT.
007370*
007380*----------------------------------------------------------------
007390*    4500-PRINT-PROVIDERS - EVERY BILLING PROVIDER IN Provider-ID
007400*    ORDER: ITS TOTAL ROW, THEN A ROW FOR EACH CHAPTER IT BILLED,
007410*    EACH AGAINST ITS SPECIALTY'S AVERAGE.  IN THE FLAGGED SECTION
007420*    ONLY FLAGGED PROVIDERS PRINT, WITH THEIR TOTAL ROW AND THEIR
007430*    HIGH CHAPTER ROWS.
007440*----------------------------------------------------------------
007450 4500-PRINT-PROVIDERS.
007460     PERFORM 7100-PRINT-SECTION-HDG THRU 7100-EXIT
007470     MOVE "Y" TO SHOW-RATIO-SW
007480     IF IS-FLAGGED-ONLY AND FLAGGED-COUNT = ZERO
007490         MOVE "NO PROVIDER ABOVE THE FLAG MULTIPLE"
007500             TO SECTION-TEXT
007510         WRITE PRINT-LINE FROM SECTION-LINE
007520         ADD 1 TO LINE-COUNT
007530         GO TO 4500-EXIT
007540     END-IF
007550     PERFORM 4600-PRINT-ONE-PROVIDER THRU 4600-EXIT
007560         VARYING PROV-IDX FROM 1 BY 1
007570         UNTIL PROV-IDX > PROVIDER-TABLE-COUNT.
007580 4500-EXIT.
007590     EXIT.
007600*
007610 4600-PRINT-ONE-PROVIDER.
007620     IF PT-CLAIM-COUNT (PROV-IDX) = ZERO
007630         GO TO 4600-EXIT
007640     END-IF
007650     IF IS-FLAGGED-ONLY AND NOT PT-IS-FLAGGED (PROV-IDX)
007660         GO TO 4600-EXIT
007670     END-IF
007680     MOVE PT-PROVIDER-ID (PROV-IDX) TO DPK-ID
007690     MOVE PT-NAME (PROV-IDX) TO DPK-NAME
007700     MOVE PT-SPECIALTY (PROV-IDX) TO DPK-SPECIALTY
007710     MOVE DTL-PROVIDER-KEY TO DTL-KEY
007720     PERFORM 5200-LOAD-PROVIDER-ROW THRU 5200-EXIT
007730     PERFORM 5000-FORMAT-ROW THRU 5000-EXIT
007740     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT
007750     PERFORM 4650-PRINT-PRV-CHAPTER THRU 4650-EXIT
007760         VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 27.
007770 4600-EXIT.
007780     EXIT.
007790*
007800 4650-PRINT-PRV-CHAPTER.
007810     IF PC-COUNT (PROV-IDX, BUCKET-IDX) = ZERO
007820         GO TO 4650-EXIT
007830     END-IF
007840     PERFORM 5250-LOAD-CHAPTER-ROW THRU 5250-EXIT
007850     PERFORM 5000-FORMAT-ROW THRU 5000-EXIT
007860     IF IS-FLAGGED-ONLY AND NOT ROW-IS-HIGH
007870         GO TO 4650-EXIT
007880     END-IF
007890     PERFORM 4300-CHAPTER-KEY THRU 4300-EXIT
007900     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT.
007910 4650-EXIT.
007920     EXIT.
007930*
007940*----------------------------------------------------------------
007950*    5000-FORMAT-ROW - FILL THE DETAIL LINE FROM THE ROW- FIELDS:
007960*    THE FIGURES, THE SPECIALTY AVERAGE AND, ON A PROVIDER ROW,
007970*    HOW MANY TIMES THE AVERAGE THE PROVIDER RAN AND THE FLAG.
007980*----------------------------------------------------------------
007990 5000-FORMAT-ROW.
008000     PERFORM 5100-TEST-ROW THRU 5100-EXIT
008010     MOVE ROW-COUNT TO DTL-COUNT
008020     MOVE ROW-AMOUNT TO DTL-AMOUNT
008030     MOVE ROW-AVG-COUNT TO DTL-AVG-COUNT
008040     MOVE ROW-AVG-AMOUNT TO DTL-AVG-AMOUNT
008050     IF IS-SHOW-RATIO
008060         MOVE ROW-CNT-RATIO TO DTL-CNT-RATIO
008070         MOVE ROW-AMT-RATIO TO DTL-AMT-RATIO
008080         MOVE ROW-FLAG TO DTL-FLAG
008090     ELSE
008100         MOVE SPACES TO DTL-CNT-RATIO-X
008110         MOVE SPACES TO DTL-AMT-RATIO-X
008120         MOVE SPACES TO DTL-FLAG
008130     END-IF.
008140 5000-EXIT.
008150     EXIT.
008160*
008170*----------------------------------------------------------------
008180*    5100-TEST-ROW - THE SPECIALTY AVERAGE IS THE SPECIALTY FIGURE
008190*    OVER ITS BILLING PROVIDERS; THE RATIO IS THE ROW'S FIGURE
008200*    OVER THAT AVERAGE, HELD AT 9999.9 WHEN IT WILL NOT FIT.  THE
008210*    ROW IS HIGH WHEN ITS COUNT OR DOLLARS EXCEED THE FLAG
008220*    MULTIPLE TIMES THE AVERAGE, TESTED ON THE UNROUNDED FIGURES.
008230*----------------------------------------------------------------
008240 5100-TEST-ROW.
008250     MOVE ZERO TO ROW-AVG-COUNT ROW-AVG-AMOUNT
008260     MOVE ZERO TO ROW-CNT-RATIO ROW-AMT-RATIO
008270     MOVE SPACES TO ROW-FLAG
008280     IF ROW-BILLING = ZERO
008290         GO TO 5100-EXIT
008300     END-IF
008310     COMPUTE ROW-AVG-COUNT ROUNDED = ROW-SPEC-COUNT / ROW-BILLING
008320     COMPUTE ROW-AVG-AMOUNT ROUNDED =
008330             ROW-SPEC-AMOUNT / ROW-BILLING
008340     IF ROW-SPEC-COUNT > ZERO
008350         COMPUTE ROW-CNT-RATIO ROUNDED =
008360                 ROW-COUNT * ROW-BILLING / ROW-SPEC-COUNT
008370             ON SIZE ERROR
008380                 MOVE 9999.9 TO ROW-CNT-RATIO
008390         END-COMPUTE
008400     END-IF
008410     IF ROW-SPEC-AMOUNT > ZERO
008420         COMPUTE ROW-AMT-RATIO ROUNDED =
008430                 ROW-AMOUNT * ROW-BILLING / ROW-SPEC-AMOUNT
008440             ON SIZE ERROR
008450                 MOVE 9999.9 TO ROW-AMT-RATIO
008460         END-COMPUTE
008470     END-IF
008480     IF ROW-COUNT * ROW-BILLING > ROW-SPEC-COUNT * FLAG-MULTIPLE
008490             OR ROW-AMOUNT * ROW-BILLING
008500                 > ROW-SPEC-AMOUNT * FLAG-MULTIPLE
008510         MOVE "HIGH" TO ROW-FLAG
008520     END-IF.
008530 5100-EXIT.
008540     EXIT.
008550*
008560*----------------------------------------------------------------
008570*    5200-LOAD-PROVIDER-ROW / 5250-LOAD-CHAPTER-ROW - SET THE ROW-
008580*    FIELDS FOR PROVIDER PROV-IDX, IN TOTAL OR FOR CHAPTER
008590*    BUCKET-IDX, AGAINST ITS SPECIALTY.
008600*----------------------------------------------------------------
008610 5200-LOAD-PROVIDER-ROW.
008620     MOVE PT-SPEC-IDX (PROV-IDX) TO SPEC-IDX
008630     MOVE PT-CLAIM-COUNT (PROV-IDX) TO ROW-COUNT
008640     MOVE PT-AMOUNT (PROV-IDX) TO ROW-AMOUNT
008650     MOVE ST-CLAIM-COUNT (SPEC-IDX) TO ROW-SPEC-COUNT
008660     MOVE ST-AMOUNT (SPEC-IDX) TO ROW-SPEC-AMOUNT
008670     MOVE ST-BILLING-COUNT (SPEC-IDX) TO ROW-BILLING.
008680 5200-EXIT.
008690     EXIT.
008700*
008710 5250-LOAD-CHAPTER-ROW.
008720     MOVE PT-SPEC-IDX (PROV-IDX) TO SPEC-IDX
008730     MOVE PC-COUNT (PROV-IDX, BUCKET-IDX) TO ROW-COUNT
008740     MOVE PC-AMOUNT (PROV-IDX, BUCKET-IDX) TO ROW-AMOUNT
008750     MOVE SC-COUNT (SPEC-IDX, BUCKET-IDX) TO ROW-SPEC-COUNT
008760     MOVE SC-AMOUNT (SPEC-IDX, BUCKET-IDX) TO ROW-SPEC-AMOUNT
008770     MOVE ST-BILLING-COUNT (SPEC-IDX) TO ROW-BILLING.
008780 5250-EXIT.
008790     EXIT.
008800*
008810*----------------------------------------------------------------
008820*    6000-PRINT-DETAIL - PRINT THE DETAIL LINE, PAGING WHEN THE
008830*    PAGE IS FULL.
008840*----------------------------------------------------------------
008850 6000-PRINT-DETAIL.
008860     IF LINE-COUNT >= LINES-PER-PAGE
008870         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
008880     END-IF
008890     WRITE PRINT-LINE FROM DETAIL-LINE
008900     ADD 1 TO LINE-COUNT.
008910 6000-EXIT.
008920     EXIT.
008930*
008940*----------------------------------------------------------------
008950*    7000-PRINT-HEADINGS - START A NEW PAGE IN THE SEQRPT STYLE,
008960*    WITH THE FLAG MULTIPLE UNDER THE TITLE.
008970*----------------------------------------------------------------
008980 7000-PRINT-HEADINGS.
008990     ADD 1 TO PAGE-COUNT
009000     MOVE RUN-DATE-DISPLAY TO HDG1-DATE
009010     MOVE RUN-TIME-DISPLAY TO HDG1-TIME
009020     MOVE PAGE-COUNT TO HDG1-PAGE
009030     MOVE FLAG-MULTIPLE TO HDG2-MULTIPLE
009040     IF PAGE-COUNT > 1
009050         WRITE PRINT-LINE FROM SPACES
009060     END-IF
009070     WRITE PRINT-LINE FROM HDG1-LINE
009080     WRITE PRINT-LINE FROM HDG2-LINE
009090     WRITE PRINT-LINE FROM SPACES
009100     WRITE PRINT-LINE FROM HDG3-LINE
009110     MOVE ZERO TO LINE-COUNT.
009120 7000-EXIT.
009130     EXIT.
009140*
009150 7100-PRINT-SECTION-HDG.
009160     IF LINE-COUNT >= LINES-PER-PAGE - 2
009170         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
009180     END-IF
009190     WRITE PRINT-LINE FROM SPACES
009200     WRITE PRINT-LINE FROM SECTION-LINE
009210     ADD 2 TO LINE-COUNT.
009220 7100-EXIT.
009230     EXIT.
009240*
009250*----------------------------------------------------------------
009260*    8000-PRINT-TRAILER - THE RUN COUNTS.  CLAIMS PROFILED, WITH NO
009270*    PROVIDER AND FOR A PROVIDER NOT PROFILED FOOT TO CLAIMS READ.
009280*----------------------------------------------------------------
009290 8000-PRINT-TRAILER.
009300     MOVE "RUN TOTALS" TO SECTION-TEXT
009310     PERFORM 7100-PRINT-SECTION-HDG THRU 7100-EXIT
009320     MOVE SPACES TO TRL-AMOUNT-X
009330     MOVE "PROVIDERS ON PROVIDER.DAT" TO TRL-LABEL
009340     MOVE PROVIDER-READ-COUNT TO TRL-COUNT
009350     PERFORM 8100-PRINT-TRAILER-LINE THRU 8100-EXIT
009360     MOVE "PROVIDERS NOT PROFILED (TABLE FULL)" TO TRL-LABEL
009370     MOVE SKIP-COUNT TO TRL-COUNT
009380     PERFORM 8100-PRINT-TRAILER-LINE THRU 8100-EXIT
009390     MOVE "PROVIDERS WITH CLAIMS" TO TRL-LABEL
009400     MOVE BILLING-COUNT TO TRL-COUNT
009410     PERFORM 8100-PRINT-TRAILER-LINE THRU 8100-EXIT
009420     MOVE "PROVIDERS FLAGGED FOR REVIEW" TO TRL-LABEL
009430     MOVE FLAGGED-COUNT TO TRL-COUNT
009440     PERFORM 8100-PRINT-TRAILER-LINE THRU 8100-EXIT
009450     MOVE "CLAIMS READ" TO TRL-LABEL
009460     MOVE CLAIM-READ-COUNT TO TRL-COUNT
009470     MOVE CLAIM-READ-AMOUNT TO TRL-AMOUNT
009480     PERFORM 8100-PRINT-TRAILER-LINE THRU 8100-EXIT
009490     MOVE "CLAIMS PROFILED" TO TRL-LABEL
009500     MOVE PROFILED-COUNT TO TRL-COUNT
009510     MOVE PROFILED-AMOUNT TO TRL-AMOUNT
009520     PERFORM 8100-PRINT-TRAILER-LINE THRU 8100-EXIT
009530     MOVE "CLAIMS WITH NO PROVIDER" TO TRL-LABEL
009540     MOVE NO-PRV-COUNT TO TRL-COUNT
009550     MOVE NO-PRV-AMOUNT TO TRL-AMOUNT
009560     PERFORM 8100-PRINT-TRAILER-LINE THRU 8100-EXIT
009570     MOVE "CLAIMS FOR A PROVIDER NOT PROFILED" TO TRL-LABEL
009580     MOVE UNK-PRV-COUNT TO TRL-COUNT
009590     MOVE UNK-PRV-AMOUNT TO TRL-AMOUNT
009600     PERFORM 8100-PRINT-TRAILER-LINE THRU 8100-EXIT.
009610 8000-EXIT.
009620     EXIT.
009630*
009640 8100-PRINT-TRAILER-LINE.
009650     IF LINE-COUNT >= LINES-PER-PAGE
009660         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
009670     END-IF
009680     WRITE PRINT-LINE FROM TRAILER-LINE
009690     ADD 1 TO LINE-COUNT.
009700 8100-EXIT.
009710     EXIT.
009720*
009730 9000-TERMINATE.
009740     IF RETURN-CODE NOT = 16
009750         IF NOT PRVMAST-NOT-FOUND
009760             CLOSE PROVIDER-FILE
009770         END-IF
009780         IF NOT CLAIMS-NOT-FOUND
009790             CLOSE CLAIMS-FILE
009800         END-IF
009810     END-IF
009820     IF RETURN-CODE NOT = 0
009830         GO TO 9000-EXIT
009840     END-IF
009850     IF IS-CHAPTER-AVAIL
009860         CLOSE CHAPTER-FILE
009870     END-IF
009880     CLOSE REPORT-FILE
009890     DISPLAY "PRVPROF: " PROVIDER-READ-COUNT " PROVIDER(S), "
009900         CLAIM-READ-COUNT " CLAIM(S) READ, " PROFILED-COUNT
009910         " PROFILED"
009920     DISPLAY "PRVPROF: " FLAGGED-COUNT " PROVIDER(S) FLAGGED AT "
009930         FLAG-MULTIPLE-DISP " TIMES THE SPECIALTY AVERAGE"
009940     IF SKIP-COUNT > 0
009950         MOVE 4 TO RETURN-CODE
009960     END-IF.
009970 9000-EXIT.
009980     EXIT.
