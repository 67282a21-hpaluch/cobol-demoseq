000010*****************************************************************
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.     CLMINQ.
000040 AUTHOR.         D. KOVACS.
000050 INSTALLATION.   DATA PROCESSING DEPT.
000060 DATE-WRITTEN.   10/15/2026.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*------------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    10/15/2026 DK    INITIAL VERSION - INTERACTIVE CONSOLE
000130*                      CLAIM INQUIRY FOR THE BILLING DESK, IN THE
000140*                      STYLE OF SEQINQ.  THE SESSION SIGNS ON
000150*                      AGAINST OPERID.DAT; ONLY AN OPERATOR WITH
000160*                      THE INQUIRY FUNCTION MAY LOOK AT CLAIMS.
000170*                      A CLAIM NUMBER IS ANSWERED WITH A KEYED
000180*                      READ OF CLAIMS.DAT; "P" AND A PATIENT ID
000190*                      LISTS EVERY CLAIM FOR THAT PATIENT ON THE
000200*                      MASTER AND IN THE CLMDUPS.DAT DUPLICATE
000210*                      SUSPENSE.  EACH CLAIM SHOWS ITS DIAGNOSIS
000220*                      NAME (DIAG.DAT), FEE-SCHEDULE ALLOWED
000230*                      AMOUNT (FEESCHED.DAT), WHETHER ITS
000240*                      ACCOUNTING PERIOD IS CLOSED (APERIOD.DAT),
000250*                      WHETHER IT IS HELD IN DUPLICATE SUSPENSE,
000260*                      AND ITS SERVICE LINES (CLMLINES.DAT).  A
000270*                      CLAIM NUMBER NOT ON THE MASTER OR IN
000280*                      SUSPENSE IS SEARCHED FOR IN THE DATED
000290*                      CLAIMS.ARCyyyymmdd ARCHIVES LISTED ON THE
000300*                      ARCHIVE CATALOG (ARCHCAT.DAT), NEWEST
000310*                      FIRST, AND REPORTED AS ARCHIVED WITH THE
000320*                      ARCHIVE DATE.  EVERY LOOKUP IS LOGGED TO
000330*                      AUDIT.LOG UNDER THE SIGNED-ON OPERATOR,
000340*                      INCLUDING ONE THAT FINDS NOTHING.
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CLAIMS-FILE ASSIGN TO DISK
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS Claim-No
000430         FILE STATUS IS CLAIMS-STATUS.

000440     SELECT CLMLINES-FILE ASSIGN TO DISK
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS Cln-Key
000480         FILE STATUS IS CLMLINES-STATUS.

000490     SELECT SUSP-FILE ASSIGN TO DISK
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS Susp-Claim-No
000530         FILE STATUS IS SUSP-STATUS.

000540     SELECT DIAG-FILE ASSIGN TO DISK
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS DiagCode
000580         FILE STATUS IS DIAG-STATUS.

000590     SELECT FEE-FILE ASSIGN TO DISK
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS Fee-Diag-Code
000630         FILE STATUS IS FEE-STATUS.

000640     SELECT APERIOD-FILE ASSIGN TO DISK
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS Period-Id
000680         FILE STATUS IS APERIOD-STATUS.

000690     SELECT ARCHCAT-FILE ASSIGN TO DISK
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS ARCHCAT-STATUS.

000720     SELECT ARCH-FILE ASSIGN TO DISK
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS ARCH-STATUS.

000750     SELECT OPERID-FILE ASSIGN TO DISK
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS Oper-ID
000790         FILE STATUS IS OPERID-STATUS.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CLAIMS-FILE
000840     LABEL RECORD IS STANDARD
000850     VALUE OF FILE-ID IS "CLAIMS.DAT"
000860     DATA RECORD IS ClaimDetail.
000870     COPY CLAIMREC.

000880 FD  CLMLINES-FILE
000890     LABEL RECORD IS STANDARD
000900     VALUE OF FILE-ID IS "CLMLINES.DAT"
000910     DATA RECORD IS ClaimLineDetail.
000920     COPY CLMLNREC.

000930 FD  SUSP-FILE
000940     LABEL RECORD IS STANDARD
000950     VALUE OF FILE-ID IS "CLMDUPS.DAT"
000960     DATA RECORD IS SuspDetail.
000970     COPY SUSPREC.

000980 FD  DIAG-FILE
000990     LABEL RECORD IS STANDARD
001000     VALUE OF FILE-ID IS "DIAG.DAT"
001010     DATA RECORD IS DiagDetails.
001020     COPY DIAGREC.

001030 FD  FEE-FILE
001040     LABEL RECORD IS STANDARD
001050     VALUE OF FILE-ID IS "FEESCHED.DAT"
001060     DATA RECORD IS FeeDetail.
001070     COPY FEEREC.

001080 FD  APERIOD-FILE
001090     LABEL RECORD IS STANDARD
001100     VALUE OF FILE-ID IS "APERIOD.DAT"
001110     DATA RECORD IS PeriodDetail.
001120     COPY PERDREC.

001130 FD  ARCHCAT-FILE
001140     LABEL RECORD IS STANDARD
001150     VALUE OF FILE-ID IS "ARCHCAT.DAT"
001160     DATA RECORD IS ArchCatDetail.
001170     COPY ACATREC.

001180 FD  ARCH-FILE
001190     LABEL RECORD IS STANDARD
001200     VALUE OF FILE-ID IS ARCH-FILENAME
001210     DATA RECORD IS ArchRecord.
001220     COPY ARCHREC.

001230 FD  OPERID-FILE
001240     LABEL RECORD IS STANDARD
001250     VALUE OF FILE-ID IS "OPERID.DAT"
001260     DATA RECORD IS OperDetail.
001270     COPY OPERREC.
001280*
001290 WORKING-STORAGE SECTION.
001300 01  CLAIMS-STATUS           PIC X(02) VALUE "00".
001310     88  CLAIMS-OK           VALUE "00", "02".
001320     88  CLAIMS-NOT-FOUND    VALUE "23", "35".

001330 01  CLMLINES-STATUS         PIC X(02) VALUE "00".
001340     88  CLMLINES-OK         VALUE "00".
001350     88  CLMLINES-NOT-FOUND  VALUE "23", "35".

001360 01  SUSP-STATUS             PIC X(02) VALUE "00".
001370     88  SUSP-OK             VALUE "00", "02".
001380     88  SUSP-NOT-FOUND      VALUE "23", "35".

001390 01  DIAG-STATUS             PIC X(02) VALUE "00".
001400     88  DIAG-OK             VALUE "00", "02".
001410     88  DIAG-NOT-FOUND      VALUE "23", "35".

001420 01  FEE-STATUS              PIC X(02) VALUE "00".
001430     88  FEE-OK              VALUE "00", "02".
001440     88  FEE-NOT-FOUND       VALUE "23", "35".

001450 01  APERIOD-STATUS          PIC X(02) VALUE "00".
001460     88  APERIOD-OK          VALUE "00", "02".
001470     88  APERIOD-NOT-FOUND   VALUE "23", "35".

001480 01  ARCHCAT-STATUS          PIC X(02) VALUE "00".
001490     88  ARCHCAT-OK          VALUE "00".
001500     88  ARCHCAT-NOT-FOUND   VALUE "35".

001510 01  ARCH-STATUS             PIC X(02) VALUE "00".
001520     88  ARCH-OK             VALUE "00".
001530     88  ARCH-NOT-FOUND      VALUE "35".

001540 01  OPERID-STATUS           PIC X(02) VALUE "00".
001550     88  OPERID-OK           VALUE "00", "02".
001560     88  OPERID-NOT-FOUND    VALUE "23", "35".

001570 01  SIGNON-OPER-ID          PIC X(08) VALUE SPACES.
001580 01  SIGNON-DONE-SW          PIC X(01) VALUE "N".
001590     88  SIGNON-DONE         VALUE "Y".

001600 01  EXIT-SW                 PIC X(01) VALUE "N".
001610     88  EXIT-REQUESTED      VALUE "Y".

001620 01  LINES-AVAIL-SW          PIC X(01) VALUE "Y".
001630     88  IS-LINES-AVAIL      VALUE "Y".

001640 01  LINES-DONE-SW           PIC X(01) VALUE "N".
001650     88  IS-LINES-DONE       VALUE "Y".

001660 01  SUSP-AVAIL-SW           PIC X(01) VALUE "Y".
001670     88  IS-SUSP-AVAIL       VALUE "Y".

001680 01  DIAG-AVAIL-SW           PIC X(01) VALUE "Y".
001690     88  IS-DIAG-AVAIL       VALUE "Y".

001700 01  FEE-AVAIL-SW            PIC X(01) VALUE "Y".
001710     88  IS-FEE-AVAIL        VALUE "Y".

001720 01  APERIOD-AVAIL-SW        PIC X(01) VALUE "Y".
001730     88  IS-APERIOD-AVAIL    VALUE "Y".

001740 01  SCAN-EOF-SW             PIC X(01) VALUE "N".
001750     88  IS-SCAN-EOF         VALUE "Y".

001760 01  ARCH-EOF-SW             PIC X(01) VALUE "N".
001770     88  IS-ARCH-EOF         VALUE "Y".

001780 01  FOUND-SW                PIC X(01) VALUE "N".
001790     88  CLAIM-FOUND         VALUE "Y".

001800 01  INQ-INPUT               PIC X(20) VALUE SPACES.
001810 01  TARGET-CLAIM-NO         PIC X(10) VALUE SPACES.
001820 01  TARGET-PATIENT-ID       PIC X(10) VALUE SPACES.
001830 01  INQ-LEAD-COUNT          PIC 9(02) VALUE ZERO COMP.

001840 01  ARCH-FILENAME           PIC X(20) VALUE SPACES.

001850*
001860*    THE CLAIM BEING SHOWN, WHEREVER IT WAS FOUND.  CLAIMREC,
001870*    SUSPREC AND THE ARCHREC DETAIL ALL SHARE THIS LAYOUT.
001880*
001890 01  SHOW-CLAIM.
001900     02  SHOW-CLAIM-NO       PIC X(10).
001910     02  SHOW-DIAG-CODE      PIC X(05).
001920     02  SHOW-PATIENT-NAME   PIC X(30).
001930     02  SHOW-AMOUNT         PIC 9(07)V99.
001940     02  SHOW-SERVICE-DATE   PIC 9(08).
001950     02  SHOW-SERVICE-DATE-X REDEFINES SHOW-SERVICE-DATE.
001960         03  SHOW-SERVICE-PERIOD
001970                             PIC X(06).
001980         03  FILLER          PIC X(02).
001990     02  SHOW-PATIENT-ID     PIC X(10).
002000     02  SHOW-PAID-AMOUNT    PIC 9(07)V99.
002010     02  SHOW-ADJ-AMOUNT     PIC 9(07)V99.
002020     02  SHOW-BALANCE        PIC 9(07)V99.

002030 01  SHOW-WHERE-SW           PIC X(01) VALUE "M".
002040     88  SHOW-ON-MASTER      VALUE "M".
002050     88  SHOW-IN-SUSPENSE    VALUE "S".
002060     88  SHOW-IN-ARCHIVE     VALUE "A".

002070 01  SHOW-ARCH-DATE          PIC 9(08) VALUE ZERO.
002080 01  SHOW-LINE-COUNT         PIC 9(03) VALUE ZERO COMP.

002090 01  LOOK-CODE               PIC X(05) VALUE SPACES.
002100 01  LOOK-NAME               PIC X(40) VALUE SPACES.
002110 01  LOOK-ALLOWED-TEXT       PIC X(16) VALUE SPACES.
002120 01  LOOK-PERIOD-TEXT        PIC X(06) VALUE SPACES.

002130 01  DSP-AMOUNT              PIC Z,ZZZ,ZZ9.99.
002140 01  DSP-PAID                PIC Z,ZZZ,ZZ9.99.
002150 01  DSP-ADJ                 PIC Z,ZZZ,ZZ9.99.
002160 01  DSP-BALANCE             PIC Z,ZZZ,ZZ9.99.
002170 01  DSP-ALLOWED             PIC Z,ZZZ,ZZ9.99.

002180 01  CATALOG-COUNT           PIC 9(03) VALUE ZERO COMP.
002190 01  CATALOG-IDX             PIC 9(03) VALUE ZERO COMP.
002200 01  CATALOG-TABLE.
002210     02  CATALOG-ENTRY OCCURS 500 TIMES.
002220         03  CT-ARCHIVE-DATE PIC 9(08).

002230 01  LOOKUP-COUNT            PIC 9(06) VALUE ZERO COMP.
002240 01  MATCH-COUNT             PIC 9(06) VALUE ZERO COMP.

002250 01  AUDIT-PROGRAM-NAME      PIC X(08) VALUE "CLMINQ".
002260 01  AUDIT-OPERATION         PIC X(12) VALUE SPACES.
002270 01  AUDIT-ONE-RECORD        PIC 9(06) VALUE 1.
002280 01  AUDIT-NO-RECORD         PIC 9(06) VALUE ZERO.
002290 01  AUDIT-NO-KEY            PIC X(05) VALUE SPACES.
002300 01  AUDIT-OPERATOR-ID       PIC X(08) VALUE SPACES.
002310*
002320 PROCEDURE DIVISION.
002330*
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002360     PERFORM 2000-INQUIRY-CYCLE THRU 2000-EXIT
002370         UNTIL EXIT-REQUESTED
002380     PERFORM 9000-TERMINATE THRU 9000-EXIT
002390     STOP RUN.
002400*
002410*----------------------------------------------------------------
002420*    1000-INITIALIZE - CLAIMS.DAT IS THE ONE FILE THE INQUIRY
002430*    CANNOT DO WITHOUT.  EVERY OTHER FILE ONLY ADDS DETAIL, SO A
002440*    MISSING ONE IS WARNED ABOUT AND ITS DETAIL LEFT OFF.
002450*----------------------------------------------------------------
002460 1000-INITIALIZE.
002470     OPEN INPUT CLAIMS-FILE
002480     IF CLAIMS-NOT-FOUND
002490         DISPLAY "CLMINQ: CLAIMS.DAT NOT FOUND"
002500         MOVE 8 TO RETURN-CODE
002510         MOVE "Y" TO EXIT-SW
002520         GO TO 1000-EXIT
002530     END-IF
002540     PERFORM 0500-SIGN-ON THRU 0500-EXIT
002550     IF EXIT-REQUESTED
002560         MOVE "N" TO LINES-AVAIL-SW SUSP-AVAIL-SW DIAG-AVAIL-SW
002570                     FEE-AVAIL-SW APERIOD-AVAIL-SW
002580         GO TO 1000-EXIT
002590     END-IF
002600     OPEN INPUT CLMLINES-FILE
002610     IF CLMLINES-NOT-FOUND
002620         DISPLAY "CLMINQ: CLMLINES.DAT NOT FOUND - SERVICE LINES"
002630             " NOT SHOWN"
002640         MOVE "N" TO LINES-AVAIL-SW
002650     END-IF
002660     OPEN INPUT SUSP-FILE
002670     IF SUSP-NOT-FOUND
002680         DISPLAY "CLMINQ: CLMDUPS.DAT NOT FOUND - SUSPENSE NOT"
002690             " CHECKED"
002700         MOVE "N" TO SUSP-AVAIL-SW
002710     END-IF
002720     OPEN INPUT DIAG-FILE
002730     IF DIAG-NOT-FOUND
002740         DISPLAY "CLMINQ: DIAG.DAT NOT FOUND - DIAGNOSES NOT"
002750             " NAMED"
002760         MOVE "N" TO DIAG-AVAIL-SW
002770     END-IF
002780     OPEN INPUT FEE-FILE
002790     IF FEE-NOT-FOUND
002800         DISPLAY "CLMINQ: FEESCHED.DAT NOT FOUND - ALLOWED"
002810             " AMOUNTS NOT SHOWN"
002820         MOVE "N" TO FEE-AVAIL-SW
002830     END-IF
002840     OPEN INPUT APERIOD-FILE
002850     IF APERIOD-NOT-FOUND
002860         DISPLAY "CLMINQ: APERIOD.DAT NOT FOUND - EVERY PERIOD"
002870             " SHOWS OPEN"
002880         MOVE "N" TO APERIOD-AVAIL-SW
002890     END-IF
002900     PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT
002910     DISPLAY "CLMINQ: CLAIM INQUIRY - ENTER A CLAIM NUMBER, OR P"
002920         " AND A PATIENT ID, BLANK LINE TO EXIT".
002930 1000-EXIT.
002940     EXIT.
002950*
002960*----------------------------------------------------------------
002970*    1100-LOAD-CATALOG - LOAD THE ARCHIVE DATES FROM ARCHCAT.DAT
002980*    IN THE ORDER CLMARCH CUT THEM, SO THE SEARCH CAN RUN FROM
002990*    THE NEWEST BACK.  NO CATALOG MEANS NO ARCHIVE SEARCH.
003000*----------------------------------------------------------------
003010 1100-LOAD-CATALOG.
003020     OPEN INPUT ARCHCAT-FILE
003030     IF ARCHCAT-NOT-FOUND
003040         DISPLAY "CLMINQ: ARCHCAT.DAT NOT FOUND - ARCHIVES NOT"
003050             " SEARCHED"
003060         GO TO 1100-EXIT
003070     END-IF
003080     MOVE "N" TO SCAN-EOF-SW
003090     PERFORM 1150-LOAD-ONE THRU 1150-EXIT
003100         UNTIL IS-SCAN-EOF
003110     CLOSE ARCHCAT-FILE.
003120 1100-EXIT.
003130     EXIT.
003140*
003150 1150-LOAD-ONE.
003160     READ ARCHCAT-FILE
003170         AT END MOVE "Y" TO SCAN-EOF-SW
003180     END-READ
003190     IF IS-SCAN-EOF
003200         GO TO 1150-EXIT
003210     END-IF
003220     IF CATALOG-COUNT >= 500
003230         DISPLAY "CLMINQ: ARCHIVE CATALOG TABLE FULL - ARCHIVES"
003240             " FROM " Acat-Archive-Date " ON NOT SEARCHED"
003250         MOVE "Y" TO SCAN-EOF-SW
003260         GO TO 1150-EXIT
003270     END-IF
003280     IF CATALOG-COUNT > ZERO
003290             AND CT-ARCHIVE-DATE (CATALOG-COUNT) =
003300                 Acat-Archive-Date
003310         GO TO 1150-EXIT
003320     END-IF
003330     ADD 1 TO CATALOG-COUNT
003340     MOVE Acat-Archive-Date TO CT-ARCHIVE-DATE (CATALOG-COUNT).
003350 1150-EXIT.
003360     EXIT.
003370*
003380*----------------------------------------------------------------
003390*    2000-INQUIRY-CYCLE - PROMPT FOR ONE ENTRY AND DISPATCH IT:
003400*    BLANK ENDS THE SESSION, "P" AND A PATIENT ID LISTS THAT
003410*    PATIENT'S CLAIMS, ANYTHING ELSE IS A CLAIM NUMBER.
003420*----------------------------------------------------------------
003430 2000-INQUIRY-CYCLE.
003440     DISPLAY "CLMINQ: CLAIM NUMBER OR P PATIENT-ID? "
003450     MOVE SPACES TO INQ-INPUT
003460     ACCEPT INQ-INPUT FROM CONSOLE
003470     MOVE FUNCTION UPPER-CASE(INQ-INPUT) TO INQ-INPUT
003480     EVALUATE TRUE
003490         WHEN INQ-INPUT = SPACES
003500             MOVE "Y" TO EXIT-SW
003510         WHEN INQ-INPUT (1:2) = "P "
003520             MOVE SPACES TO TARGET-PATIENT-ID
003530             MOVE ZERO TO INQ-LEAD-COUNT
003540             INSPECT INQ-INPUT (3:18) TALLYING INQ-LEAD-COUNT
003550                 FOR LEADING SPACES
003560             IF INQ-LEAD-COUNT < 18
003570                 UNSTRING INQ-INPUT (INQ-LEAD-COUNT + 3:)
003580                     DELIMITED BY ALL " " INTO TARGET-PATIENT-ID
003590             END-IF
003600             PERFORM 4000-PATIENT-LIST THRU 4000-EXIT
003610         WHEN OTHER
003620             MOVE INQ-INPUT (1:10) TO TARGET-CLAIM-NO
003630             PERFORM 3000-CLAIM-LOOKUP THRU 3000-EXIT
003640     END-EVALUATE.
003650 2000-EXIT.
003660     EXIT.
003670*
003680*----------------------------------------------------------------
003690*    3000-CLAIM-LOOKUP - FIND ONE CLAIM: THE MASTER FIRST, THEN
003700*    THE DUPLICATE SUSPENSE, THEN THE ARCHIVES.  A CLAIM FOUND
003710*    NOWHERE IS STILL LOGGED, WITH A RECORD COUNT OF ZERO.
003720*----------------------------------------------------------------
003730 3000-CLAIM-LOOKUP.
003740     ADD 1 TO LOOKUP-COUNT
003750     MOVE "N" TO FOUND-SW
003760     MOVE TARGET-CLAIM-NO TO Claim-No
003770     READ CLAIMS-FILE
003780         INVALID KEY
003790             CONTINUE
003800         NOT INVALID KEY
003810             MOVE "Y" TO FOUND-SW
003820             MOVE ClaimDetail TO SHOW-CLAIM
003830             MOVE "M" TO SHOW-WHERE-SW
003840             MOVE "INQ CLAIM" TO AUDIT-OPERATION
003850             PERFORM 5000-SHOW-CLAIM THRU 5000-EXIT
003860     END-READ
003870     IF NOT CLAIM-FOUND AND IS-SUSP-AVAIL
003880         MOVE TARGET-CLAIM-NO TO Susp-Claim-No
003890         READ SUSP-FILE
003900             INVALID KEY
003910                 CONTINUE
003920             NOT INVALID KEY
003930                 MOVE "Y" TO FOUND-SW
003940                 MOVE SuspDetail TO SHOW-CLAIM
003950                 MOVE "S" TO SHOW-WHERE-SW
003960                 MOVE "INQ SUSPENSE" TO AUDIT-OPERATION
003970                 PERFORM 5000-SHOW-CLAIM THRU 5000-EXIT
003980         END-READ
003990     END-IF
004000     IF NOT CLAIM-FOUND
004010         PERFORM 3100-SEARCH-ARCHIVES THRU 3100-EXIT
004020     END-IF
004030     IF NOT CLAIM-FOUND
004040         DISPLAY "CLMINQ: CLAIM " TARGET-CLAIM-NO " IS NOT ON THE"
004050             " MASTER, IN SUSPENSE OR IN ANY CATALOGED ARCHIVE"
004060         MOVE "INQ NOTFOUND" TO AUDIT-OPERATION
004070         CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME AUDIT-OPERATION
004080             AUDIT-NO-KEY AUDIT-NO-RECORD AUDIT-OPERATOR-ID
004090     END-IF.
004100 3000-EXIT.
004110     EXIT.
004120*
004130*----------------------------------------------------------------
004140*    3100-SEARCH-ARCHIVES - WALK THE CATALOG FROM THE NEWEST
004150*    ARCHIVE BACK, SCANNING EACH UNTIL THE CLAIM TURNS UP.  AN
004160*    ARCHIVE ON THE CATALOG BUT NO LONGER ON DISK IS PASSED OVER
004170*    WITH A WARNING.
004180*----------------------------------------------------------------
004190 3100-SEARCH-ARCHIVES.
004200     MOVE CATALOG-COUNT TO CATALOG-IDX
004210     PERFORM 3150-SEARCH-ONE-ARCHIVE THRU 3150-EXIT
004220         UNTIL CLAIM-FOUND OR CATALOG-IDX = ZERO.
004230 3100-EXIT.
004240     EXIT.
004250*
004260 3150-SEARCH-ONE-ARCHIVE.
004270     MOVE SPACES TO ARCH-FILENAME
004280     STRING "CLAIMS.ARC" CT-ARCHIVE-DATE (CATALOG-IDX)
004290         DELIMITED BY SIZE INTO ARCH-FILENAME
004300     OPEN INPUT ARCH-FILE
004310     IF ARCH-NOT-FOUND
004320         DISPLAY "CLMINQ: " ARCH-FILENAME " NOT FOUND - SKIPPED"
004330         SUBTRACT 1 FROM CATALOG-IDX
004340         GO TO 3150-EXIT
004350     END-IF
004360     MOVE "N" TO ARCH-EOF-SW
004370     PERFORM 3200-READ-ARCHIVE THRU 3200-EXIT
004380         UNTIL IS-ARCH-EOF OR CLAIM-FOUND
004390     CLOSE ARCH-FILE
004400     IF CLAIM-FOUND
004410         MOVE Arch-Data TO SHOW-CLAIM
004420         MOVE "A" TO SHOW-WHERE-SW
004430         MOVE CT-ARCHIVE-DATE (CATALOG-IDX) TO SHOW-ARCH-DATE
004440         MOVE "INQ ARCHIVE" TO AUDIT-OPERATION
004450         PERFORM 5000-SHOW-CLAIM THRU 5000-EXIT
004460     ELSE
004470         SUBTRACT 1 FROM CATALOG-IDX
004480     END-IF.
004490 3150-EXIT.
004500     EXIT.
004510*
004520 3200-READ-ARCHIVE.
004530     READ ARCH-FILE
004540         AT END MOVE "Y" TO ARCH-EOF-SW
004550     END-READ
004560     IF NOT IS-ARCH-EOF
004570         IF Arch-Is-Detail AND Arch-Claim-No = TARGET-CLAIM-NO
004580             MOVE "Y" TO FOUND-SW
004590         END-IF
004600     END-IF.
004610 3200-EXIT.
004620     EXIT.
004630*
004640*----------------------------------------------------------------
004650*    4000-PATIENT-LIST - WALK THE WHOLE MASTER, THEN THE WHOLE
004660*    SUSPENSE FILE, SHOWING EVERY CLAIM FOR THE PATIENT.  THE
004670*    MASTER IS KEYED ON CLAIM NUMBER, SO THERE IS NO SHORTER
004680*    PATH TO A PATIENT'S CLAIMS.
004690*----------------------------------------------------------------
004700 4000-PATIENT-LIST.
004710     ADD 1 TO LOOKUP-COUNT
004720     MOVE ZERO TO MATCH-COUNT
004730     IF TARGET-PATIENT-ID = SPACES
004740         DISPLAY "CLMINQ: ENTER P FOLLOWED BY A PATIENT ID"
004750         GO TO 4000-EXIT
004760     END-IF
004770     MOVE "N" TO SCAN-EOF-SW
004780     MOVE LOW-VALUES TO Claim-No
004790     START CLAIMS-FILE KEY NOT < Claim-No
004800         INVALID KEY
004810             MOVE "Y" TO SCAN-EOF-SW
004820     END-START
004830     PERFORM 4100-SCAN-ONE-CLAIM THRU 4100-EXIT
004840         UNTIL IS-SCAN-EOF
004850     IF IS-SUSP-AVAIL
004860         MOVE "N" TO SCAN-EOF-SW
004870         MOVE LOW-VALUES TO Susp-Claim-No
004880         START SUSP-FILE KEY NOT < Susp-Claim-No
004890             INVALID KEY
004900                 MOVE "Y" TO SCAN-EOF-SW
004910         END-START
004920         PERFORM 4200-SCAN-ONE-SUSP THRU 4200-EXIT
004930             UNTIL IS-SCAN-EOF
004940     END-IF
004950     DISPLAY "CLMINQ: " MATCH-COUNT " CLAIM(S) FOR PATIENT "
004960         TARGET-PATIENT-ID
004970     IF MATCH-COUNT = ZERO
004980         MOVE "INQ NOTFOUND" TO AUDIT-OPERATION
004990         CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME AUDIT-OPERATION
005000             AUDIT-NO-KEY AUDIT-NO-RECORD AUDIT-OPERATOR-ID
005010     END-IF.
005020 4000-EXIT.
005030     EXIT.
005040*
005050 4100-SCAN-ONE-CLAIM.
005060     READ CLAIMS-FILE NEXT RECORD
005070         AT END MOVE "Y" TO SCAN-EOF-SW
005080     END-READ
005090     IF NOT IS-SCAN-EOF
005100             AND Claim-Patient-ID = TARGET-PATIENT-ID
005110         ADD 1 TO MATCH-COUNT
005120         MOVE ClaimDetail TO SHOW-CLAIM
005130         MOVE "M" TO SHOW-WHERE-SW
005140         MOVE "INQ PATIENT" TO AUDIT-OPERATION
005150         PERFORM 5000-SHOW-CLAIM THRU 5000-EXIT
005160     END-IF.
005170 4100-EXIT.
005180     EXIT.
005190*
005200 4200-SCAN-ONE-SUSP.
005210     READ SUSP-FILE NEXT RECORD
005220         AT END MOVE "Y" TO SCAN-EOF-SW
005230     END-READ
005240     IF NOT IS-SCAN-EOF
005250             AND Susp-Patient-ID = TARGET-PATIENT-ID
005260         ADD 1 TO MATCH-COUNT
005270         MOVE SuspDetail TO SHOW-CLAIM
005280         MOVE "S" TO SHOW-WHERE-SW
005290         MOVE "INQ PATIENT" TO AUDIT-OPERATION
005300         PERFORM 5000-SHOW-CLAIM THRU 5000-EXIT
005310     END-IF.
005320 4200-EXIT.
005330     EXIT.
005340*
005350*----------------------------------------------------------------
005360*    5000-SHOW-CLAIM - DISPLAY THE CLAIM IN SHOW-CLAIM: WHERE IT
005370*    WAS FOUND, ITS AMOUNTS, ITS DIAGNOSIS WITH NAME AND ALLOWED
005380*    AMOUNT, ITS PERIOD STATUS, ANY DUPLICATE HOLD, AND ITS
005390*    SERVICE LINES.  THE CALLER SETS THE AUDIT OPERATION.
005400*----------------------------------------------------------------
005410 5000-SHOW-CLAIM.
005420     MOVE SHOW-AMOUNT TO DSP-AMOUNT
005430     MOVE SHOW-PAID-AMOUNT TO DSP-PAID
005440     MOVE SHOW-ADJ-AMOUNT TO DSP-ADJ
005450     MOVE SHOW-BALANCE TO DSP-BALANCE
005460     EVALUATE TRUE
005470         WHEN SHOW-ON-MASTER
005480             DISPLAY "CLMINQ: CLAIM " SHOW-CLAIM-NO " ON MASTER"
005490         WHEN SHOW-IN-SUSPENSE
005500             DISPLAY "CLMINQ: CLAIM " SHOW-CLAIM-NO " HELD IN"
005510                 " DUPLICATE SUSPENSE (CLMDUPS.DAT)"
005520         WHEN SHOW-IN-ARCHIVE
005530             DISPLAY "CLMINQ: CLAIM " SHOW-CLAIM-NO " ARCHIVED "
005540                 SHOW-ARCH-DATE " (" ARCH-FILENAME ")"
005550     END-EVALUATE
005560     DISPLAY "CLMINQ:   PATIENT " SHOW-PATIENT-ID " "
005570         SHOW-PATIENT-NAME
005580     PERFORM 5300-LOOK-PERIOD THRU 5300-EXIT
005590     DISPLAY "CLMINQ:   SERVICE " SHOW-SERVICE-DATE " PERIOD "
005600         SHOW-SERVICE-PERIOD " " LOOK-PERIOD-TEXT
005610     DISPLAY "CLMINQ:   BILLED " DSP-AMOUNT " PAID " DSP-PAID
005620         " ADJ " DSP-ADJ " BALANCE " DSP-BALANCE
005630     MOVE SHOW-DIAG-CODE TO LOOK-CODE
005640     PERFORM 5100-LOOK-CODE THRU 5100-EXIT
005650     DISPLAY "CLMINQ:   DX " SHOW-DIAG-CODE " " LOOK-NAME
005660         " ALLOWED " LOOK-ALLOWED-TEXT
005670     IF SHOW-ON-MASTER AND IS-SUSP-AVAIL
005680         MOVE SHOW-CLAIM-NO TO Susp-Claim-No
005690         READ SUSP-FILE
005700             INVALID KEY
005710                 CONTINUE
005720             NOT INVALID KEY
005730                 DISPLAY "CLMINQ:   ALSO HELD IN DUPLICATE"
005740                     " SUSPENSE (CLMDUPS.DAT)"
005750         END-READ
005760     END-IF
005770     IF IS-LINES-AVAIL
005780         PERFORM 5400-SHOW-LINES THRU 5400-EXIT
005790     END-IF
005800     CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME AUDIT-OPERATION
005810         SHOW-DIAG-CODE AUDIT-ONE-RECORD AUDIT-OPERATOR-ID.
005820 5000-EXIT.
005830     EXIT.
005840*
005850*----------------------------------------------------------------
005860*    5100-LOOK-CODE - NAME LOOK-CODE FROM DIAG.DAT AND PRICE IT
005870*    FROM FEESCHED.DAT.
005880*----------------------------------------------------------------
005890 5100-LOOK-CODE.
005900     MOVE SPACES TO LOOK-NAME
005910     MOVE SPACES TO LOOK-ALLOWED-TEXT
005920     IF IS-DIAG-AVAIL
005930         MOVE LOOK-CODE TO DiagCode
005940         READ DIAG-FILE
005950             INVALID KEY
005960                 MOVE "*** NOT ON DIAGNOSIS MASTER ***"
005970                     TO LOOK-NAME
005980             NOT INVALID KEY
005990                 MOVE DiagName TO LOOK-NAME
006000         END-READ
006010     END-IF
006020     IF IS-FEE-AVAIL
006030         MOVE LOOK-CODE TO Fee-Diag-Code
006040         READ FEE-FILE
006050             INVALID KEY
006060                 MOVE "NOT SCHEDULED" TO LOOK-ALLOWED-TEXT
006070             NOT INVALID KEY
006080                 MOVE Fee-Allowed-Amount TO DSP-ALLOWED
006090                 MOVE DSP-ALLOWED TO LOOK-ALLOWED-TEXT
006100         END-READ
006110     END-IF.
006120 5100-EXIT.
006130     EXIT.
006140*
006150 5300-LOOK-PERIOD.
006160     MOVE "OPEN" TO LOOK-PERIOD-TEXT
006170     IF IS-APERIOD-AVAIL
006180         MOVE SHOW-SERVICE-PERIOD TO Period-Id
006190         READ APERIOD-FILE
006200             INVALID KEY
006210                 CONTINUE
006220             NOT INVALID KEY
006230                 IF Period-Is-Closed
006240                     MOVE "CLOSED" TO LOOK-PERIOD-TEXT
006250                 END-IF
006260         END-READ
006270     END-IF.
006280 5300-EXIT.
006290     EXIT.
006300*
006310*----------------------------------------------------------------
006320*    5400-SHOW-LINES - LIST THE CLAIM'S SERVICE LINES FROM
006330*    CLMLINES.DAT, EACH WITH ITS OWN NAME AND ALLOWED AMOUNT.  A
006340*    CLAIM WITH NO LINES IS A SINGLE-LINE CLAIM AND THE DX LINE
006350*    ABOVE ALREADY SAYS ALL THERE IS.
006360*----------------------------------------------------------------
006370 5400-SHOW-LINES.
006380     MOVE ZERO TO SHOW-LINE-COUNT
006390     MOVE "N" TO LINES-DONE-SW
006400     MOVE SHOW-CLAIM-NO TO Cln-Claim-No
006410     MOVE ZERO TO Cln-Line-No
006420     START CLMLINES-FILE KEY IS NOT LESS THAN Cln-Key
006430         INVALID KEY
006440             MOVE "Y" TO LINES-DONE-SW
006450     END-START
006460     PERFORM 5450-SHOW-ONE-LINE THRU 5450-EXIT
006470         UNTIL IS-LINES-DONE.
006480 5400-EXIT.
006490     EXIT.
006500*
006510 5450-SHOW-ONE-LINE.
006520     READ CLMLINES-FILE NEXT RECORD
006530         AT END
006540             MOVE "Y" TO LINES-DONE-SW
006550     END-READ
006560     IF NOT IS-LINES-DONE
006570             AND Cln-Claim-No NOT = SHOW-CLAIM-NO
006580         MOVE "Y" TO LINES-DONE-SW
006590     END-IF
006600     IF NOT IS-LINES-DONE
006610         ADD 1 TO SHOW-LINE-COUNT
006620         MOVE Cln-Diag-Code TO LOOK-CODE
006630         PERFORM 5100-LOOK-CODE THRU 5100-EXIT
006640         MOVE Cln-Amount TO DSP-AMOUNT
006650         DISPLAY "CLMINQ:   LINE " Cln-Line-No " " Cln-Diag-Code
006660             " " LOOK-NAME
006670         DISPLAY "CLMINQ:            BILLED " DSP-AMOUNT
006680             " ALLOWED " LOOK-ALLOWED-TEXT
006690     END-IF.
006700 5450-EXIT.
006710     EXIT.
006720*
006730 9000-TERMINATE.
006740     IF NOT CLAIMS-NOT-FOUND
006750         CLOSE CLAIMS-FILE
006760         IF IS-LINES-AVAIL
006770             CLOSE CLMLINES-FILE
006780         END-IF
006790         IF IS-SUSP-AVAIL
006800             CLOSE SUSP-FILE
006810         END-IF
006820         IF IS-DIAG-AVAIL
006830             CLOSE DIAG-FILE
006840         END-IF
006850         IF IS-FEE-AVAIL
006860             CLOSE FEE-FILE
006870         END-IF
006880         IF IS-APERIOD-AVAIL
006890             CLOSE APERIOD-FILE
006900         END-IF
006910     END-IF
006920     DISPLAY "CLMINQ: SESSION ENDED - " LOOKUP-COUNT
006930         " LOOKUP(S)".
006940 9000-EXIT.
006950     EXIT.
006960*
006970*----------------------------------------------------------------
006980*    0500-SIGN-ON - IDENTIFY THE OPERATOR AT THE DESK TERMINAL SO
006990*    EVERY AUDIT.LOG ENTRY THE SESSION WRITES NAMES WHO WAS
007000*    LOOKING.  CLAIMS CARRY PATIENT DETAIL, SO ONLY AN OPERATOR
007010*    WITH THE INQUIRY FUNCTION ON OPERID.DAT MAY GO ON; AN
007020*    UNKNOWN ID RE-ASKS AND A BLANK ID ENDS THE SESSION.  WHEN
007030*    OPERID.DAT IS MISSING THE SIGN-ON IS SKIPPED WITH A
007040*    WARNING, AS IN SEQINQ - LOOKUPS ARE READ-ONLY.
007050*----------------------------------------------------------------
007060 0500-SIGN-ON.
007070     OPEN INPUT OPERID-FILE
007080     IF OPERID-NOT-FOUND
007090         DISPLAY "CLMINQ: OPERID.DAT NOT FOUND - SIGN-ON"
007100             " SKIPPED"
007110         GO TO 0500-EXIT
007120     END-IF
007130     PERFORM 0550-ASK-OPERATOR THRU 0550-EXIT
007140         UNTIL SIGNON-DONE
007150     CLOSE OPERID-FILE.
007160 0500-EXIT.
007170     EXIT.
007180*
007190 0550-ASK-OPERATOR.
007200     DISPLAY "CLMINQ: OPERATOR ID (BLANK = EXIT): "
007210     MOVE SPACES TO SIGNON-OPER-ID
007220     ACCEPT SIGNON-OPER-ID FROM CONSOLE
007230     MOVE FUNCTION UPPER-CASE(SIGNON-OPER-ID)
007240         TO SIGNON-OPER-ID
007250     IF SIGNON-OPER-ID = SPACES
007260         MOVE "Y" TO SIGNON-DONE-SW
007270         MOVE "Y" TO EXIT-SW
007280         GO TO 0550-EXIT
007290     END-IF
007300     MOVE SIGNON-OPER-ID TO Oper-ID
007310     READ OPERID-FILE
007320         INVALID KEY
007330             DISPLAY "CLMINQ: OPERATOR " SIGNON-OPER-ID
007340                 " IS NOT ON FILE - TRY AGAIN"
007350         NOT INVALID KEY
007360             IF Oper-Can-Inquire
007370                 MOVE "Y" TO SIGNON-DONE-SW
007380                 MOVE SIGNON-OPER-ID TO AUDIT-OPERATOR-ID
007390                 DISPLAY "CLMINQ: SIGNED ON - " Oper-Name
007400             ELSE
007410                 DISPLAY "CLMINQ: OPERATOR " SIGNON-OPER-ID
007420                     " IS NOT ENTITLED TO INQUIRY - TRY AGAIN"
007430             END-IF
007440     END-READ.
007450 0550-EXIT.
007460     EXIT.
