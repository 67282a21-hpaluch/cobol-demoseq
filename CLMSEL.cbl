000010*****************************************************************
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.     CLMSEL.
000040 AUTHOR.         D. KOVACS.
000050 INSTALLATION.   DATA PROCESSING DEPT.
000060 DATE-WRITTEN.   10/15/2026.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*------------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    10/15/2026 DK    INITIAL VERSION - AD HOC CLAIMS SELECTION
000130*                      DRIVEN BY CONTROL CARDS (CLMSEL.CTL, SEE
000140*                      CSELREC).  A CLAIM IS SELECTED WHEN IT
000150*                      MEETS EVERY CONDITION ON ANY ONE CARD.
000160*                      CLAIMS.DAT IS ALWAYS READ; WITH THE
000170*                      PARAMETER "ARCHIVE" EVERY CLAIMS.ARCyyyymmdd
000180*                      ARCHIVE ON THE ARCHIVE CATALOG (ARCHCAT.DAT)
000190*                      IS READ AS WELL, OLDEST FIRST.  SELECTED
000200*                      CLAIMS ARE LISTED ON CLMSEL.RPT IN THE
000210*                      SEQRPT PAGE STYLE WITH TOTALS BY SOURCE AND
000220*                      BY CARD, AND WRITTEN TO THE COMMA-DELIMITED
000230*                      CLMSEL.CSV FOR SPREADSHEET USE, THE PATIENT
000240*                      NAME QUOTED AS SEQCSV QUOTES DiagName.  A
000250*                      BAD CARD STOPS THE RUN BEFORE ANY CLAIM IS
000260*                      READ, WITH RETURN-CODE 16.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CARD-FILE ASSIGN TO DISK
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS CARD-STATUS.

000340     SELECT CLAIMS-FILE ASSIGN TO DISK
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS Claim-No
000380         FILE STATUS IS CLAIMS-STATUS.

000390     SELECT ARCHCAT-FILE ASSIGN TO DISK
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS ARCHCAT-STATUS.

000420     SELECT ARCH-FILE ASSIGN TO DISK
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS ARCH-STATUS.

000450     SELECT REPORT-FILE ASSIGN TO DISK
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS REPORT-STATUS.

000480     SELECT CSV-FILE ASSIGN TO DISK
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS CSV-STATUS.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CARD-FILE
000550     LABEL RECORD IS STANDARD
000560     VALUE OF FILE-ID IS "CLMSEL.CTL"
000570     DATA RECORD IS SelCard.
000580     COPY CSELREC.

000590 FD  CLAIMS-FILE
000600     LABEL RECORD IS STANDARD
000610     VALUE OF FILE-ID IS "CLAIMS.DAT"
000620     DATA RECORD IS ClaimDetail.
000630     COPY CLAIMREC.

000640 FD  ARCHCAT-FILE
000650     LABEL RECORD IS STANDARD
000660     VALUE OF FILE-ID IS "ARCHCAT.DAT"
000670     DATA RECORD IS ArchCatDetail.
000680     COPY ACATREC.

000690 FD  ARCH-FILE
000700     LABEL RECORD IS STANDARD
000710     VALUE OF FILE-ID IS ARCH-FILENAME
000720     DATA RECORD IS ArchRecord.
000730     COPY ARCHREC.

000740 FD  REPORT-FILE
000750     LABEL RECORD IS STANDARD
000760     VALUE OF FILE-ID IS "CLMSEL.RPT"
000770     DATA RECORD IS PRINT-LINE.
000780 01  PRINT-LINE                  PIC X(100).

000790 FD  CSV-FILE
000800     LABEL RECORD IS STANDARD
000810     VALUE OF FILE-ID IS "CLMSEL.CSV"
000820     DATA RECORD IS CSV-LINE.
000830 01  CSV-LINE                    PIC X(150).
000840*
000850 WORKING-STORAGE SECTION.
000860 01  CARD-STATUS             PIC X(02) VALUE "00".
000870     88  CARD-OK             VALUE "00".
000880     88  CARD-NOT-FOUND      VALUE "35".

000890 01  CLAIMS-STATUS           PIC X(02) VALUE "00".
000900     88  CLAIMS-OK           VALUE "00".
000910     88  CLAIMS-EOF          VALUE "10".
000920     88  CLAIMS-NOT-FOUND    VALUE "35".

000930 01  ARCHCAT-STATUS          PIC X(02) VALUE "00".
000940     88  ARCHCAT-OK          VALUE "00".
000950     88  ARCHCAT-NOT-FOUND   VALUE "35".

000960 01  ARCH-STATUS             PIC X(02) VALUE "00".
000970     88  ARCH-OK             VALUE "00".
000980     88  ARCH-NOT-FOUND      VALUE "35".

000990 01  REPORT-STATUS           PIC X(02) VALUE "00".
001000     88  REPORT-OK           VALUE "00".

001010 01  CSV-STATUS              PIC X(02) VALUE "00".
001020     88  CSV-OK              VALUE "00".

001030 01  SEL-PARM                PIC X(10) VALUE SPACES.
001040     88  SEL-MASTER-ONLY     VALUE SPACES.
001050     88  SEL-WITH-ARCHIVES   VALUE "ARCHIVE".

001060 01  CARD-EOF-SW             PIC X(01) VALUE "N".
001070     88  IS-CARD-EOF         VALUE "Y".
001080 01  CLAIMS-EOF-SW           PIC X(01) VALUE "N".
001090     88  IS-CLAIMS-EOF       VALUE "Y".
001100 01  SCAN-EOF-SW             PIC X(01) VALUE "N".
001110     88  IS-SCAN-EOF         VALUE "Y".
001120 01  ARCH-EOF-SW             PIC X(01) VALUE "N".
001130     88  IS-ARCH-EOF         VALUE "Y".
001140 01  CARD-VALID-SW           PIC X(01) VALUE "Y".
001150     88  CARD-IS-VALID       VALUE "Y".
001160 01  SELECTED-SW             PIC X(01) VALUE "N".
001170     88  IS-SELECTED         VALUE "Y".
001180 01  FILES-OPEN-SW           PIC X(01) VALUE "N".
001190     88  IS-FILES-OPEN       VALUE "Y".

001200 01  ARCH-FILENAME           PIC X(20) VALUE SPACES.
001210 01  SOURCE-NAME             PIC X(11) VALUE SPACES.

001220 01  CARD-READ-COUNT         PIC 9(03) VALUE ZERO COMP.
001230 01  CARD-ERROR-COUNT        PIC 9(03) VALUE ZERO COMP.
001240 01  CARD-COUNT              PIC 9(03) VALUE ZERO COMP.
001250 01  CARD-IDX                PIC 9(03) VALUE ZERO COMP.
001260 01  MATCH-CARD-IDX          PIC 9(03) VALUE ZERO COMP.
001270 01  PAT-IDX                 PIC 9(01) VALUE ZERO COMP.

001280 01  CATALOG-COUNT           PIC 9(03) VALUE ZERO COMP.
001290 01  CATALOG-IDX             PIC 9(03) VALUE ZERO COMP.
001300 01  CATALOG-TABLE.
001310     02  CATALOG-ENTRY OCCURS 500 TIMES.
001320         03  CT-ARCHIVE-DATE PIC 9(08).

001330*----------------------------------------------------------------
001340*    ONE ENTRY PER SELECT CARD, HELD IN THE FORM THE MATCH
001350*    NEEDS.  AN OPEN RANGE END IS WIDENED TO THE LOWEST OR
001360*    HIGHEST VALUE SO EVERY CLAIM PASSES THAT TEST.
001370*----------------------------------------------------------------
001380 01  CARD-TABLE.
001390     02  CARD-ENTRY OCCURS 50 TIMES.
001400         03  CD-CARD-NO          PIC 9(03).
001410         03  CD-CARD-IMAGE       PIC X(80).
001420         03  CD-FROM-DATE        PIC 9(08).
001430         03  CD-TO-DATE          PIC 9(08).
001440         03  CD-DIAG-CODE        PIC X(05).
001450         03  CD-DIAG-LEN         PIC 9(01).
001460         03  CD-CHAPTER          PIC X(01).
001470         03  CD-PATIENT-ID       PIC X(10) OCCURS 3 TIMES.
001480         03  CD-MIN-AMOUNT       PIC 9(07)V99.
001490         03  CD-MAX-AMOUNT       PIC 9(07)V99.
001500         03  CD-PERIOD           PIC X(06).
001510         03  CD-SEL-COUNT        PIC 9(06) COMP.
001520         03  CD-SEL-AMOUNT       PIC 9(11)V99.

001530 01  CARD-AMOUNT-X           PIC X(09).
001540 01  CARD-AMOUNT REDEFINES CARD-AMOUNT-X
001550                             PIC 9(07)V99.
001560 01  CARD-TALLY              PIC 9(02) VALUE ZERO COMP.

001570*----------------------------------------------------------------
001580*    THE CLAIM UNDER TEST.  CLAIMS.DAT AND THE ARCHIVE DETAIL
001590*    RECORDS SHARE THE CLAIMREC LAYOUT, SO EITHER IS MOVED HERE
001600*    WHOLE.
001610*----------------------------------------------------------------
001620 01  SEL-CLAIM.
001630     02  SC-CLAIM-NO             PIC X(10).
001640     02  SC-DIAG-CODE            PIC X(05).
001650     02  SC-PATIENT-NAME         PIC X(30).
001660     02  SC-AMOUNT               PIC 9(07)V99.
001670     02  SC-SERVICE-DATE         PIC 9(08).
001680     02  SC-SERVICE-DATE-X REDEFINES SC-SERVICE-DATE
001690                                 PIC X(08).
001700     02  SC-PATIENT-ID           PIC X(10).
001710     02  SC-PAID-AMOUNT          PIC 9(07)V99.
001720     02  SC-ADJ-AMOUNT           PIC 9(07)V99.
001730     02  SC-BALANCE              PIC 9(07)V99.
001740     02  SC-PROVIDER-ID          PIC X(10).

001750 01  READ-COUNT              PIC 9(07) VALUE ZERO COMP.
001760 01  SELECT-COUNT            PIC 9(06) VALUE ZERO COMP.
001770 01  SELECT-AMOUNT           PIC 9(11)V99 VALUE ZERO.
001780 01  MASTER-SEL-COUNT        PIC 9(06) VALUE ZERO COMP.
001790 01  MASTER-SEL-AMOUNT       PIC 9(11)V99 VALUE ZERO.
001800 01  ARCH-SEL-COUNT          PIC 9(06) VALUE ZERO COMP.
001810 01  ARCH-SEL-AMOUNT         PIC 9(11)V99 VALUE ZERO.
001820 01  ARCH-READ-COUNT         PIC 9(03) VALUE ZERO.
001830 01  ARCH-MISSING-COUNT      PIC 9(03) VALUE ZERO COMP.

001840 01  RUN-DATE-WS.
001850     02  RUN-YEAR            PIC 9(04).
001860     02  RUN-MONTH           PIC 9(02).
001870     02  RUN-DAY             PIC 9(02).

001880 01  RUN-TIME-WS.
001890     02  RUN-HOUR            PIC 9(02).
001900     02  RUN-MINUTE          PIC 9(02).
001910     02  RUN-SECOND          PIC 9(02).
001920     02  FILLER              PIC 9(02).

001930 01  RUN-DATE-DISPLAY        PIC X(10).
001940 01  RUN-TIME-DISPLAY        PIC X(08).

001950 01  LINE-COUNT              PIC 9(02) VALUE ZERO COMP.
001960 01  LINES-PER-PAGE          PIC 9(02) VALUE 55 COMP.
001970 01  PAGE-COUNT              PIC 9(03) VALUE ZERO COMP.

001980 01  AUDIT-PROGRAM-NAME      PIC X(08) VALUE "CLMSEL".
001990 01  AUDIT-OPERATION         PIC X(12) VALUE "SELECT".
002000 01  AUDIT-NO-KEY            PIC X(05) VALUE SPACES.
002010 01  AUDIT-RECORD-COUNT      PIC 9(06) VALUE ZERO.
002020 01  AUDIT-OPERATOR-ID       PIC X(08) VALUE SPACES.

002030 01  NAME-CHAR-IDX           PIC 9(03) VALUE ZERO COMP.
002040 01  ESC-NAME-LEN            PIC 9(03) VALUE ZERO COMP.
002050 01  ESC-NAME                PIC X(60) VALUE SPACES.

002060 01  CSV-AMOUNT              PIC 9(07).99.
002070 01  CSV-PAID-AMOUNT         PIC 9(07).99.
002080 01  CSV-ADJ-AMOUNT          PIC 9(07).99.
002090 01  CSV-BALANCE             PIC 9(07).99.
002100 01  CSV-CARD-NO             PIC 9(03).

002110 01  CSV-HEADING-LINE.
002120     02  FILLER              PIC X(46) VALUE
002130         "ClaimNo,Source,ServiceDate,DiagCode,PatientID,".
002140     02  FILLER              PIC X(48) VALUE
002150         "PatientName,Amount,PaidAmount,AdjAmount,Balance,".
002160     02  FILLER              PIC X(04) VALUE "Card".

002170 01  HDG1-LINE.
002180     02  FILLER              PIC X(01) VALUE SPACE.
002190     02  FILLER              PIC X(23)
002200             VALUE "CLAIMS SELECTION".
002210     02  FILLER              PIC X(17) VALUE SPACES.
002220     02  FILLER              PIC X(06) VALUE "DATE: ".
002230     02  HDG1-DATE           PIC X(10).
002240     02  FILLER              PIC X(04) VALUE SPACES.
002250     02  FILLER              PIC X(06) VALUE "TIME: ".
002260     02  HDG1-TIME           PIC X(08).
002270     02  FILLER              PIC X(05) VALUE SPACES.
002280     02  FILLER              PIC X(06) VALUE "PAGE: ".
002290     02  HDG1-PAGE           PIC ZZ9.

002300 01  HDG2-LINE.
002310     02  FILLER              PIC X(01) VALUE SPACE.
002320     02  FILLER              PIC X(12) VALUE "CLAIM NO".
002330     02  FILLER              PIC X(13) VALUE "SOURCE".
002340     02  FILLER              PIC X(10) VALUE "SVC DATE".
002350     02  FILLER              PIC X(07) VALUE "DX".
002360     02  FILLER              PIC X(12) VALUE "PATIENT".
002370     02  FILLER              PIC X(24) VALUE "NAME".
002380     02  FILLER              PIC X(15) VALUE "       AMOUNT".
002390     02  FILLER              PIC X(04) VALUE "CARD".

002400 01  DETAIL-LINE.
002410     02  FILLER              PIC X(01) VALUE SPACE.
002420     02  DTL-CLAIM-NO        PIC X(10).
002430     02  FILLER              PIC X(02) VALUE SPACES.
002440     02  DTL-SOURCE          PIC X(11).
002450     02  FILLER              PIC X(02) VALUE SPACES.
002460     02  DTL-SERVICE-DATE    PIC 9(08).
002470     02  FILLER              PIC X(02) VALUE SPACES.
002480     02  DTL-DIAG-CODE       PIC X(05).
002490     02  FILLER              PIC X(02) VALUE SPACES.
002500     02  DTL-PATIENT-ID      PIC X(10).
002510     02  FILLER              PIC X(02) VALUE SPACES.
002520     02  DTL-PATIENT-NAME    PIC X(22).
002530     02  FILLER              PIC X(02) VALUE SPACES.
002540     02  DTL-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
002550     02  FILLER              PIC X(02) VALUE SPACES.
002560     02  DTL-CARD-NO         PIC ZZ9.

002570 01  TOTAL-LINE.
002580     02  FILLER              PIC X(01) VALUE SPACE.
002590     02  TTL-LABEL           PIC X(36).
002600     02  TTL-COUNT           PIC ZZZ,ZZ9.
002610     02  FILLER              PIC X(10) VALUE " CLAIM(S) ".
002620     02  TTL-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

002630 01  CARD-ECHO-LINE.
002640     02  FILLER              PIC X(04) VALUE SPACES.
002650     02  ECHO-IMAGE          PIC X(80).
002660*
002670 PROCEDURE DIVISION.
002680*
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002710     IF RETURN-CODE = 0
002720         PERFORM 3000-SELECT-MASTER THRU 3000-EXIT
002730             UNTIL IS-CLAIMS-EOF
002740         IF SEL-WITH-ARCHIVES
002750             PERFORM 4000-SELECT-ARCHIVES THRU 4000-EXIT
002760         END-IF
002770         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002780     END-IF
002790     PERFORM 9000-TERMINATE THRU 9000-EXIT
002800     STOP RUN.
002810*
002820*----------------------------------------------------------------
002830*    1000-INITIALIZE - CHECK THE PARAMETER, LOAD AND CHECK THE
002840*    CONTROL CARDS, THEN OPEN CLAIMS.DAT AND THE OUTPUTS.  A BAD
002850*    PARAMETER OR CARD IS RETURN-CODE 16; NO CARDS OR NO
002860*    CLAIMS.DAT IS RETURN-CODE 8.
002870*----------------------------------------------------------------
002880 1000-INITIALIZE.
002890     ACCEPT SEL-PARM FROM COMMAND-LINE
002900     MOVE FUNCTION UPPER-CASE(SEL-PARM) TO SEL-PARM
002910     IF NOT SEL-MASTER-ONLY AND NOT SEL-WITH-ARCHIVES
002920         DISPLAY "CLMSEL: INVALID PARAMETER " SEL-PARM
002930             " - LEAVE BLANK OR GIVE ARCHIVE"
002940         MOVE 16 TO RETURN-CODE
002950         GO TO 1000-EXIT
002960     END-IF
002970     OPEN INPUT CARD-FILE
002980     IF CARD-NOT-FOUND
002990         DISPLAY "CLMSEL: CLMSEL.CTL NOT FOUND - NOTHING TO"
003000             " SELECT"
003010         MOVE 8 TO RETURN-CODE
003020         GO TO 1000-EXIT
003030     END-IF
003040     PERFORM 1100-LOAD-CARD THRU 1100-EXIT
003050         UNTIL IS-CARD-EOF
003060     CLOSE CARD-FILE
003070     IF CARD-ERROR-COUNT > ZERO
003080         DISPLAY "CLMSEL: " CARD-ERROR-COUNT " BAD CARD(S) ON"
003090             " CLMSEL.CTL - NOTHING SELECTED"
003100         MOVE 16 TO RETURN-CODE
003110         GO TO 1000-EXIT
003120     END-IF
003130     IF CARD-COUNT = ZERO
003140         DISPLAY "CLMSEL: NO SELECT CARDS ON CLMSEL.CTL"
003150         MOVE 8 TO RETURN-CODE
003160         GO TO 1000-EXIT
003170     END-IF
003180     OPEN INPUT CLAIMS-FILE
003190     IF CLAIMS-NOT-FOUND
003200         DISPLAY "CLMSEL: CLAIMS.DAT NOT FOUND"
003210         MOVE 8 TO RETURN-CODE
003220         GO TO 1000-EXIT
003230     END-IF
003240     OPEN OUTPUT REPORT-FILE
003250     OPEN OUTPUT CSV-FILE
003260     MOVE "Y" TO FILES-OPEN-SW
003270     WRITE CSV-LINE FROM CSV-HEADING-LINE
003280     IF SEL-WITH-ARCHIVES
003290         PERFORM 1300-LOAD-CATALOG THRU 1300-EXIT
003300     END-IF
003310     ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
003320     ACCEPT RUN-TIME-WS FROM TIME
003330     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
003340         DELIMITED BY SIZE INTO RUN-DATE-DISPLAY
003350     STRING RUN-HOUR ":" RUN-MINUTE ":" RUN-SECOND
003360         DELIMITED BY SIZE INTO RUN-TIME-DISPLAY
003370     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
003380     MOVE "MASTER" TO SOURCE-NAME.
003390 1000-EXIT.
003400     EXIT.
003410*
003420*----------------------------------------------------------------
003430*    1100-LOAD-CARD - READ ONE CONTROL CARD.  COMMENTS AND BLANK
003440*    CARDS ARE PASSED OVER; A SELECT CARD IS CHECKED AND ADDED
003450*    TO THE TABLE.  EVERY BAD CARD IS REPORTED BEFORE THE RUN
003460*    STOPS, SO ONE PASS FINDS THEM ALL.
003470*----------------------------------------------------------------
003480 1100-LOAD-CARD.
003490     READ CARD-FILE
003500         AT END
003510             MOVE "Y" TO CARD-EOF-SW
003520             GO TO 1100-EXIT
003530     END-READ
003540     ADD 1 TO CARD-READ-COUNT
003550     IF Sel-Is-Comment OR SelCard = SPACES
003560         GO TO 1100-EXIT
003570     END-IF
003580     INSPECT SelCard CONVERTING
003590         "abcdefghijklmnopqrstuvwxyz"
003600         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003610     IF NOT Sel-Is-Select
003620         DISPLAY "CLMSEL: CARD " CARD-READ-COUNT
003630             " - CARD TYPE MUST BE S OR *"
003640         ADD 1 TO CARD-ERROR-COUNT
003650         GO TO 1100-EXIT
003660     END-IF
003670     IF CARD-COUNT >= 50
003680         DISPLAY "CLMSEL: CARD " CARD-READ-COUNT
003690             " - MORE THAN 50 SELECT CARDS"
003700         ADD 1 TO CARD-ERROR-COUNT
003710         GO TO 1100-EXIT
003720     END-IF
003730     PERFORM 1200-CHECK-CARD THRU 1200-EXIT
003740     IF NOT CARD-IS-VALID
003750         ADD 1 TO CARD-ERROR-COUNT
003760         GO TO 1100-EXIT
003770     END-IF
003780     ADD 1 TO CARD-COUNT
003790     MOVE CARD-READ-COUNT TO CD-CARD-NO (CARD-COUNT)
003800     MOVE SelCard TO CD-CARD-IMAGE (CARD-COUNT)
003810     MOVE ZERO TO CD-FROM-DATE (CARD-COUNT)
003820     IF Sel-From-Date NOT = SPACES
003830         MOVE Sel-From-Date TO CD-FROM-DATE (CARD-COUNT)
003840     END-IF
003850     MOVE 99999999 TO CD-TO-DATE (CARD-COUNT)
003860     IF Sel-To-Date NOT = SPACES
003870         MOVE Sel-To-Date TO CD-TO-DATE (CARD-COUNT)
003880     END-IF
003890     MOVE Sel-Diag-Code TO CD-DIAG-CODE (CARD-COUNT)
003900     MOVE ZERO TO CARD-TALLY
003910     INSPECT Sel-Diag-Code TALLYING CARD-TALLY
003920         FOR CHARACTERS BEFORE INITIAL SPACE
003930     MOVE CARD-TALLY TO CD-DIAG-LEN (CARD-COUNT)
003940     MOVE Sel-Chapter TO CD-CHAPTER (CARD-COUNT)
003950     MOVE Sel-Patient-ID (1) TO CD-PATIENT-ID (CARD-COUNT, 1)
003960     MOVE Sel-Patient-ID (2) TO CD-PATIENT-ID (CARD-COUNT, 2)
003970     MOVE Sel-Patient-ID (3) TO CD-PATIENT-ID (CARD-COUNT, 3)
003980     MOVE ZERO TO CD-MIN-AMOUNT (CARD-COUNT)
003990     IF Sel-Min-Amount NOT = SPACES
004000         MOVE Sel-Min-Amount TO CARD-AMOUNT-X
004010         MOVE CARD-AMOUNT TO CD-MIN-AMOUNT (CARD-COUNT)
004020     END-IF
004030     MOVE 9999999.99 TO CD-MAX-AMOUNT (CARD-COUNT)
004040     IF Sel-Max-Amount NOT = SPACES
004050         MOVE Sel-Max-Amount TO CARD-AMOUNT-X
004060         MOVE CARD-AMOUNT TO CD-MAX-AMOUNT (CARD-COUNT)
004070     END-IF
004080     MOVE Sel-Period TO CD-PERIOD (CARD-COUNT)
004090     MOVE ZERO TO CD-SEL-COUNT (CARD-COUNT)
004100     MOVE ZERO TO CD-SEL-AMOUNT (CARD-COUNT).
004110 1100-EXIT.
004120     EXIT.
004130*
004140*----------------------------------------------------------------
004150*    1200-CHECK-CARD - EVERY FIELD FILLED IN MUST BE WELL FORMED:
004160*    DATES, AMOUNTS AND THE PERIOD ALL DIGITS, THE CHAPTER A
004170*    LETTER, AND NO RANGE BACKWARDS.
004180*----------------------------------------------------------------
004190 1200-CHECK-CARD.
004200     MOVE "Y" TO CARD-VALID-SW
004210     IF (Sel-From-Date NOT = SPACES
004220             AND Sel-From-Date IS NOT NUMERIC)
004230         OR (Sel-To-Date NOT = SPACES
004240             AND Sel-To-Date IS NOT NUMERIC)
004250         DISPLAY "CLMSEL: CARD " CARD-READ-COUNT
004260             " - SERVICE DATES MUST BE YYYYMMDD"
004270         MOVE "N" TO CARD-VALID-SW
004280     END-IF
004290     IF Sel-From-Date IS NUMERIC AND Sel-To-Date IS NUMERIC
004300             AND Sel-From-Date > Sel-To-Date
004310         DISPLAY "CLMSEL: CARD " CARD-READ-COUNT
004320             " - FROM DATE IS AFTER TO DATE"
004330         MOVE "N" TO CARD-VALID-SW
004340     END-IF
004350     IF Sel-Chapter NOT = SPACE
004360             AND (Sel-Chapter < "A" OR Sel-Chapter > "Z")
004370         DISPLAY "CLMSEL: CARD " CARD-READ-COUNT
004380             " - CHAPTER MUST BE A LETTER"
004390         MOVE "N" TO CARD-VALID-SW
004400     END-IF
004410     IF (Sel-Min-Amount NOT = SPACES
004420             AND Sel-Min-Amount IS NOT NUMERIC)
004430         OR (Sel-Max-Amount NOT = SPACES
004440             AND Sel-Max-Amount IS NOT NUMERIC)
004450         DISPLAY "CLMSEL: CARD " CARD-READ-COUNT
004460             " - AMOUNTS MUST BE 9 DIGITS, 2 OF THEM CENTS"
004470         MOVE "N" TO CARD-VALID-SW
004480     END-IF
004490     IF Sel-Min-Amount IS NUMERIC AND Sel-Max-Amount IS NUMERIC
004500             AND Sel-Min-Amount > Sel-Max-Amount
004510         DISPLAY "CLMSEL: CARD " CARD-READ-COUNT
004520             " - MINIMUM AMOUNT IS OVER MAXIMUM"
004530         MOVE "N" TO CARD-VALID-SW
004540     END-IF
004550     IF Sel-Period NOT = SPACES AND Sel-Period IS NOT NUMERIC
004560         DISPLAY "CLMSEL: CARD " CARD-READ-COUNT
004570             " - PERIOD MUST BE YYYYMM"
004580         MOVE "N" TO CARD-VALID-SW
004590     END-IF.
004600 1200-EXIT.
004610     EXIT.
004620*
004630*----------------------------------------------------------------
004640*    1300-LOAD-CATALOG - LOAD THE ARCHIVE DATES FROM ARCHCAT.DAT
004650*    IN THE ORDER CLMARCH CUT THEM, AS CLMINQ DOES.  NO CATALOG
004660*    MEANS NO ARCHIVES ARE READ.
004670*----------------------------------------------------------------
004680 1300-LOAD-CATALOG.
004690     OPEN INPUT ARCHCAT-FILE
004700     IF ARCHCAT-NOT-FOUND
004710         DISPLAY "CLMSEL: ARCHCAT.DAT NOT FOUND - ARCHIVES NOT"
004720             " READ"
004730         ADD 1 TO ARCH-MISSING-COUNT
004740         GO TO 1300-EXIT
004750     END-IF
004760     MOVE "N" TO SCAN-EOF-SW
004770     PERFORM 1350-LOAD-ONE THRU 1350-EXIT
004780         UNTIL IS-SCAN-EOF
004790     CLOSE ARCHCAT-FILE.
004800 1300-EXIT.
004810     EXIT.
004820*
004830 1350-LOAD-ONE.
004840     READ ARCHCAT-FILE
004850         AT END MOVE "Y" TO SCAN-EOF-SW
004860     END-READ
004870     IF IS-SCAN-EOF
004880         GO TO 1350-EXIT
004890     END-IF
004900     IF CATALOG-COUNT >= 500
004910         DISPLAY "CLMSEL: ARCHIVE CATALOG TABLE FULL - ARCHIVES"
004920             " FROM " Acat-Archive-Date " ON NOT READ"
004930         ADD 1 TO ARCH-MISSING-COUNT
004940         MOVE "Y" TO SCAN-EOF-SW
004950         GO TO 1350-EXIT
004960     END-IF
004970     IF CATALOG-COUNT > ZERO
004980             AND CT-ARCHIVE-DATE (CATALOG-COUNT) =
004990                 Acat-Archive-Date
005000         GO TO 1350-EXIT
005010     END-IF
005020     ADD 1 TO CATALOG-COUNT
005030     MOVE Acat-Archive-Date TO CT-ARCHIVE-DATE (CATALOG-COUNT).
005040 1350-EXIT.
005050     EXIT.
005060*
005070*----------------------------------------------------------------
005080*    3000-SELECT-MASTER - READ ONE CLAIM FROM CLAIMS.DAT AND
005090*    TEST IT AGAINST THE CARDS.
005100*----------------------------------------------------------------
005110 3000-SELECT-MASTER.
005120     READ CLAIMS-FILE NEXT RECORD
005130         AT END
005140             MOVE "Y" TO CLAIMS-EOF-SW
005150             GO TO 3000-EXIT
005160     END-READ
005170     MOVE ClaimDetail TO SEL-CLAIM
005180     PERFORM 5000-TEST-CLAIM THRU 5000-EXIT
005190     IF IS-SELECTED
005200         ADD 1 TO MASTER-SEL-COUNT
005210         ADD SC-AMOUNT TO MASTER-SEL-AMOUNT
005220     END-IF.
005230 3000-EXIT.
005240     EXIT.
005250*
005260*----------------------------------------------------------------
005270*    4000-SELECT-ARCHIVES - READ EVERY CATALOGED ARCHIVE, OLDEST
005280*    FIRST.  ONE ON THE CATALOG BUT NO LONGER ON DISK IS PASSED
005290*    OVER WITH A WARNING AND RETURN-CODE 4.
005300*----------------------------------------------------------------
005310 4000-SELECT-ARCHIVES.
005320     PERFORM 4100-SELECT-ONE-ARCHIVE THRU 4100-EXIT
005330         VARYING CATALOG-IDX FROM 1 BY 1
005340         UNTIL CATALOG-IDX > CATALOG-COUNT.
005350 4000-EXIT.
005360     EXIT.
005370*
005380 4100-SELECT-ONE-ARCHIVE.
005390     MOVE SPACES TO ARCH-FILENAME
005400     STRING "CLAIMS.ARC" CT-ARCHIVE-DATE (CATALOG-IDX)
005410         DELIMITED BY SIZE INTO ARCH-FILENAME
005420     OPEN INPUT ARCH-FILE
005430     IF ARCH-NOT-FOUND
005440         DISPLAY "CLMSEL: " ARCH-FILENAME " NOT FOUND - SKIPPED"
005450         ADD 1 TO ARCH-MISSING-COUNT
005460         GO TO 4100-EXIT
005470     END-IF
005480     ADD 1 TO ARCH-READ-COUNT
005490     MOVE SPACES TO SOURCE-NAME
005500     STRING "ARC" CT-ARCHIVE-DATE (CATALOG-IDX)
005510         DELIMITED BY SIZE INTO SOURCE-NAME
005520     MOVE "N" TO ARCH-EOF-SW
005530     PERFORM 4200-SELECT-ARCHIVED THRU 4200-EXIT
005540         UNTIL IS-ARCH-EOF
005550     CLOSE ARCH-FILE.
005560 4100-EXIT.
005570     EXIT.
005580*
005590 4200-SELECT-ARCHIVED.
005600     READ ARCH-FILE
005610         AT END
005620             MOVE "Y" TO ARCH-EOF-SW
005630             GO TO 4200-EXIT
005640     END-READ
005650     IF NOT Arch-Is-Detail
005660         GO TO 4200-EXIT
005670     END-IF
005680     MOVE Arch-Data TO SEL-CLAIM
005690     PERFORM 5000-TEST-CLAIM THRU 5000-EXIT
005700     IF IS-SELECTED
005710         ADD 1 TO ARCH-SEL-COUNT
005720         ADD SC-AMOUNT TO ARCH-SEL-AMOUNT
005730     END-IF.
005740 4200-EXIT.
005750     EXIT.
005760*
005770*----------------------------------------------------------------
005780*    5000-TEST-CLAIM - TRY THE CARDS IN ORDER; THE FIRST CARD
005790*    THE CLAIM MEETS SELECTS IT AND IS CREDITED WITH IT.
005800*----------------------------------------------------------------
005810 5000-TEST-CLAIM.
005820     ADD 1 TO READ-COUNT
005830     MOVE "N" TO SELECTED-SW
005840     PERFORM 5100-MATCH-CARD THRU 5100-EXIT
005850         VARYING CARD-IDX FROM 1 BY 1
005860         UNTIL CARD-IDX > CARD-COUNT OR IS-SELECTED
005870     IF NOT IS-SELECTED
005880         GO TO 5000-EXIT
005890     END-IF
005900     ADD 1 TO SELECT-COUNT
005910     ADD SC-AMOUNT TO SELECT-AMOUNT
005920     ADD 1 TO CD-SEL-COUNT (MATCH-CARD-IDX)
005930     ADD SC-AMOUNT TO CD-SEL-AMOUNT (MATCH-CARD-IDX)
005940     PERFORM 6000-PRINT-CLAIM THRU 6000-EXIT
005950     PERFORM 6500-WRITE-CSV THRU 6500-EXIT.
005960 5000-EXIT.
005970     EXIT.
005980*
005990*----------------------------------------------------------------
006000*    5100-MATCH-CARD - EVERY CONDITION ON THE CARD MUST HOLD.
006010*    THE FIRST ONE THAT FAILS ENDS THE TEST FOR THIS CARD.
006020*----------------------------------------------------------------
006030 5100-MATCH-CARD.
006040     IF SC-SERVICE-DATE < CD-FROM-DATE (CARD-IDX)
006050             OR SC-SERVICE-DATE > CD-TO-DATE (CARD-IDX)
006060         GO TO 5100-EXIT
006070     END-IF
006080     IF CD-DIAG-LEN (CARD-IDX) > ZERO
006090         IF SC-DIAG-CODE (1:CD-DIAG-LEN (CARD-IDX)) NOT =
006100                 CD-DIAG-CODE (CARD-IDX)
006110                     (1:CD-DIAG-LEN (CARD-IDX))
006120             GO TO 5100-EXIT
006130         END-IF
006140     END-IF
006150     IF CD-CHAPTER (CARD-IDX) NOT = SPACE
006160             AND SC-DIAG-CODE (1:1) NOT = CD-CHAPTER (CARD-IDX)
006170         GO TO 5100-EXIT
006180     END-IF
006190     IF CD-PATIENT-ID (CARD-IDX, 1) NOT = SPACES
006200             OR CD-PATIENT-ID (CARD-IDX, 2) NOT = SPACES
006210             OR CD-PATIENT-ID (CARD-IDX, 3) NOT = SPACES
006220         IF SC-PATIENT-ID = SPACES
006230                 OR (SC-PATIENT-ID NOT =
006240                         CD-PATIENT-ID (CARD-IDX, 1)
006250                 AND SC-PATIENT-ID NOT =
006260                         CD-PATIENT-ID (CARD-IDX, 2)
006270                 AND SC-PATIENT-ID NOT =
006280                         CD-PATIENT-ID (CARD-IDX, 3))
006290             GO TO 5100-EXIT
006300         END-IF
006310     END-IF
006320     IF SC-AMOUNT < CD-MIN-AMOUNT (CARD-IDX)
006330             OR SC-AMOUNT > CD-MAX-AMOUNT (CARD-IDX)
006340         GO TO 5100-EXIT
006350     END-IF
006360     IF CD-PERIOD (CARD-IDX) NOT = SPACES
006370             AND SC-SERVICE-DATE-X (1:6) NOT =
006380                 CD-PERIOD (CARD-IDX)
006390         GO TO 5100-EXIT
006400     END-IF
006410     MOVE "Y" TO SELECTED-SW
006420     MOVE CARD-IDX TO MATCH-CARD-IDX.
006430 5100-EXIT.
006440     EXIT.
006450*
006460 6000-PRINT-CLAIM.
006470     IF LINE-COUNT >= LINES-PER-PAGE
006480         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
006490     END-IF
006500     MOVE SC-CLAIM-NO TO DTL-CLAIM-NO
006510     MOVE SOURCE-NAME TO DTL-SOURCE
006520     MOVE SC-SERVICE-DATE TO DTL-SERVICE-DATE
006530     MOVE SC-DIAG-CODE TO DTL-DIAG-CODE
006540     MOVE SC-PATIENT-ID TO DTL-PATIENT-ID
006550     MOVE SC-PATIENT-NAME TO DTL-PATIENT-NAME
006560     MOVE SC-AMOUNT TO DTL-AMOUNT
006570     MOVE CD-CARD-NO (MATCH-CARD-IDX) TO DTL-CARD-NO
006580     WRITE PRINT-LINE FROM DETAIL-LINE
006590     ADD 1 TO LINE-COUNT.
006600 6000-EXIT.
006610     EXIT.
006620*
006630*----------------------------------------------------------------
006640*    6500-WRITE-CSV - ONE COMMA-DELIMITED ROW PER SELECTED CLAIM.
006650*    THE PATIENT NAME IS QUOTED, WITH ANY EMBEDDED QUOTE DOUBLED,
006660*    AND TRAILING SPACES ARE LEFT OFF EVERY FIELD.
006670*----------------------------------------------------------------
006680 6500-WRITE-CSV.
006690     PERFORM 6600-ESCAPE-NAME THRU 6600-EXIT
006700     MOVE SC-AMOUNT TO CSV-AMOUNT
006710     MOVE SC-PAID-AMOUNT TO CSV-PAID-AMOUNT
006720     MOVE SC-ADJ-AMOUNT TO CSV-ADJ-AMOUNT
006730     MOVE SC-BALANCE TO CSV-BALANCE
006740     MOVE CD-CARD-NO (MATCH-CARD-IDX) TO CSV-CARD-NO
006750     MOVE SPACES TO CSV-LINE
006760     STRING SC-CLAIM-NO DELIMITED BY SPACE
006770         "," DELIMITED BY SIZE
006780         SOURCE-NAME DELIMITED BY SPACE
006790         "," SC-SERVICE-DATE "," DELIMITED BY SIZE
006800         SC-DIAG-CODE DELIMITED BY SPACE
006810         "," DELIMITED BY SIZE
006820         SC-PATIENT-ID DELIMITED BY SPACE
006830         ",""" ESC-NAME (1:ESC-NAME-LEN) ""","
006840         CSV-AMOUNT "," CSV-PAID-AMOUNT "," CSV-ADJ-AMOUNT ","
006850         CSV-BALANCE "," CSV-CARD-NO
006860             DELIMITED BY SIZE
006870         INTO CSV-LINE
006880     WRITE CSV-LINE.
006890 6500-EXIT.
006900     EXIT.
006910*
006920 6600-ESCAPE-NAME.
006930     MOVE SPACES TO ESC-NAME
006940     MOVE ZERO TO ESC-NAME-LEN
006950     PERFORM 6650-ESCAPE-ONE-CHAR THRU 6650-EXIT
006960         VARYING NAME-CHAR-IDX FROM 1 BY 1
006970         UNTIL NAME-CHAR-IDX > 30
006980     PERFORM 6680-TRIM-ONE THRU 6680-EXIT
006990         UNTIL ESC-NAME-LEN = 1
007000            OR ESC-NAME (ESC-NAME-LEN:1) NOT = SPACE.
007010 6600-EXIT.
007020     EXIT.
007030*
007040 6650-ESCAPE-ONE-CHAR.
007050     IF SC-PATIENT-NAME (NAME-CHAR-IDX:1) = """"
007060         ADD 1 TO ESC-NAME-LEN
007070         MOVE """" TO ESC-NAME (ESC-NAME-LEN:1)
007080     END-IF
007090     ADD 1 TO ESC-NAME-LEN
007100     MOVE SC-PATIENT-NAME (NAME-CHAR-IDX:1)
007110         TO ESC-NAME (ESC-NAME-LEN:1).
007120 6650-EXIT.
007130     EXIT.
007140*
007150 6680-TRIM-ONE.
007160     SUBTRACT 1 FROM ESC-NAME-LEN.
007170 6680-EXIT.
007180     EXIT.
007190*
007200*----------------------------------------------------------------
007210*    7000-PRINT-HEADINGS - START A NEW PAGE IN THE SEQRPT STYLE.
007220*----------------------------------------------------------------
007230 7000-PRINT-HEADINGS.
007240     ADD 1 TO PAGE-COUNT
007250     MOVE RUN-DATE-DISPLAY TO HDG1-DATE
007260     MOVE RUN-TIME-DISPLAY TO HDG1-TIME
007270     MOVE PAGE-COUNT TO HDG1-PAGE
007280     IF PAGE-COUNT > 1
007290         WRITE PRINT-LINE FROM SPACES
007300     END-IF
007310     WRITE PRINT-LINE FROM HDG1-LINE
007320     WRITE PRINT-LINE FROM SPACES
007330     WRITE PRINT-LINE FROM HDG2-LINE
007340     MOVE ZERO TO LINE-COUNT.
007350 7000-EXIT.
007360     EXIT.
007370*
007380*----------------------------------------------------------------
007390*    8000-PRINT-TOTALS - GRAND TOTAL, THE SPLIT BETWEEN THE
007400*    MASTER AND THE ARCHIVES, THEN WHAT EACH CARD SELECTED WITH
007410*    THE CARD ITSELF ECHOED BENEATH.
007420*----------------------------------------------------------------
007430 8000-PRINT-TOTALS.
007440     WRITE PRINT-LINE FROM SPACES
007450     MOVE "TOTAL SELECTED" TO TTL-LABEL
007460     MOVE SELECT-COUNT TO TTL-COUNT
007470     MOVE SELECT-AMOUNT TO TTL-AMOUNT
007480     WRITE PRINT-LINE FROM TOTAL-LINE
007490     MOVE "  FROM CLAIMS.DAT" TO TTL-LABEL
007500     MOVE MASTER-SEL-COUNT TO TTL-COUNT
007510     MOVE MASTER-SEL-AMOUNT TO TTL-AMOUNT
007520     WRITE PRINT-LINE FROM TOTAL-LINE
007530     IF SEL-WITH-ARCHIVES
007540         MOVE SPACES TO TTL-LABEL
007550         STRING "  FROM " ARCH-READ-COUNT " ARCHIVE(S)"
007560             DELIMITED BY SIZE INTO TTL-LABEL
007570         MOVE ARCH-SEL-COUNT TO TTL-COUNT
007580         MOVE ARCH-SEL-AMOUNT TO TTL-AMOUNT
007590         WRITE PRINT-LINE FROM TOTAL-LINE
007600     END-IF
007610     WRITE PRINT-LINE FROM SPACES
007620     PERFORM 8100-PRINT-CARD-TOTAL THRU 8100-EXIT
007630         VARYING CARD-IDX FROM 1 BY 1
007640         UNTIL CARD-IDX > CARD-COUNT.
007650 8000-EXIT.
007660     EXIT.
007670*
007680 8100-PRINT-CARD-TOTAL.
007690     MOVE SPACES TO TTL-LABEL
007700     STRING "CARD " CD-CARD-NO (CARD-IDX)
007710         DELIMITED BY SIZE INTO TTL-LABEL
007720     MOVE CD-SEL-COUNT (CARD-IDX) TO TTL-COUNT
007730     MOVE CD-SEL-AMOUNT (CARD-IDX) TO TTL-AMOUNT
007740     WRITE PRINT-LINE FROM TOTAL-LINE
007750     MOVE CD-CARD-IMAGE (CARD-IDX) TO ECHO-IMAGE
007760     WRITE PRINT-LINE FROM CARD-ECHO-LINE.
007770 8100-EXIT.
007780     EXIT.
007790*
007800 9000-TERMINATE.
007810     IF IS-FILES-OPEN
007820         CLOSE CLAIMS-FILE
007830         CLOSE REPORT-FILE
007840         CLOSE CSV-FILE
007850         MOVE SELECT-COUNT TO AUDIT-RECORD-COUNT
007860         CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME AUDIT-OPERATION
007870             AUDIT-NO-KEY AUDIT-RECORD-COUNT AUDIT-OPERATOR-ID
007880         IF ARCH-MISSING-COUNT > ZERO
007890             MOVE 4 TO RETURN-CODE
007900         END-IF
007910         DISPLAY "CLMSEL: " READ-COUNT " CLAIM(S) READ, "
007920             SELECT-COUNT " SELECTED BY " CARD-COUNT
007930             " CARD(S) - SEE CLMSEL.RPT AND CLMSEL.CSV"
007940     END-IF.
007950 9000-EXIT.
007960     EXIT.
