000010*****************************************************************
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.     PATMERGE.
000040 AUTHOR.         D. KOVACS.
000050 INSTALLATION.   DATA PROCESSING DEPT.
000060 DATE-WRITTEN.   10/15/2026.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*------------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    10/15/2026 DK    INITIAL VERSION - DUPLICATE PATIENT
000130*                      DETECTION AND MERGE FOR PATIENT.DAT.
000140*                      RUN-MODE "SCAN"  - NIGHTLY.  ACTIVE
000150*                                         PATIENTS ARE COLLECTED
000160*                                         INTO A TABLE SORTED ON
000170*                                         THE NORMALISED NAME
000180*                                         (UPPER CASE, LETTERS
000190*                                         ONLY), AS CLMDUP SORTS
000200*                                         CLAIMS, SO LIKELY
000210*                                         DUPLICATES SIT ADJACENT.
000220*                                         EACH PAIR IS PROPOSED ON
000230*                                         PATDUP.RPT AND WRITTEN
000240*                                         TO PATMPROP.DAT, THE
000250*                                         LOWEST PATIENT ID AS
000260*                                         SURVIVOR.  NOTHING IS
000270*                                         CHANGED.
000280*                      RUN-MODE "MERGE" - APPLIES THE MERGES THE
000290*                                         DESK HAS CONFIRMED ON
000300*                                         PATMERGE.DAT.  EVERY
000310*                                         CLAIM ON CLAIMS.DAT AND
000320*                                         CLMDUPS.DAT FOR THE
000330*                                         VICTIM IS RE-POINTED TO
000340*                                         THE SURVIVOR, THEN THE
000350*                                         VICTIM IS INACTIVATED
000360*                                         WITH Patient-Merged-To
000370*                                         SET TO THE SURVIVOR.
000380*                                         BEFORE AND AFTER VALUES
000390*                                         ARE PRINTED ON
000400*                                         PATMERGE.RPT.
000410*                      A MERGE THAT WOULD RE-POINT A CLAIM WHOSE
000420*                      SERVICE DATE FALLS IN A CLOSED ACCOUNTING
000430*                      PERIOD IS REFUSED WHOLE, AS CLMMAINT
000440*                      REFUSES A VOID THERE, AND GOES TO
000450*                      PATMREJ.DAT WITH THE OTHER REJECTS.  EVERY
000460*                      WRITE IS LOGGED TO AUDIT.LOG, AND EVERY
000470*                      CLAIMS.DAT AND PATIENT.DAT REWRITE IS
000480*                      JOURNALED FOR MSTRECV.  Claim-Patient-Name
000490*                      STAYS AS KEYED.
000500*****************************************************************
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT MERGE-FILE ASSIGN TO DISK
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS MERGE-STATUS.

000570     SELECT MREJ-FILE ASSIGN TO DISK
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS MREJ-STATUS.

000630     SELECT PATIENT-FILE ASSIGN TO DISK
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS Patient-ID
000670         FILE STATUS IS PATMAST-STATUS.

000680     SELECT CLAIMS-FILE ASSIGN TO DISK
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS Claim-No
000720         FILE STATUS IS CLAIMS-STATUS.

000730     SELECT SUSP-FILE ASSIGN TO DISK
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS Susp-Claim-No
000770         FILE STATUS IS SUSP-STATUS.

000780     SELECT APERIOD-FILE ASSIGN TO DISK
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS Period-Id
000820         FILE STATUS IS APERIOD-STATUS.

000830     SELECT REPORT-FILE ASSIGN TO DISK
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS REPORT-STATUS.
000860*
000870 DATA DIVISION.
000880 FILE SECTION.
000881*----------------------------------------------------------------
000883*    MERGE-FILE IS PATMERGE.DAT IN A MERGE RUN AND THE PROPOSAL
000885*    FILE PATMPROP.DAT, IN THE SAME LAYOUT, IN A SCAN RUN.
000887*----------------------------------------------------------------
000890 FD  MERGE-FILE
000900     LABEL RECORD IS STANDARD
000910     VALUE OF FILE-ID IS MERGE-FILENAME
000920     DATA RECORD IS MergeTrans.
000930     COPY PMRGTREC.

000940 FD  MREJ-FILE
000950     LABEL RECORD IS STANDARD
000960     VALUE OF FILE-ID IS "PATMREJ.DAT"
000970     DATA RECORD IS MergeReject.
000980     COPY PMRGREJ.

001070 FD  PATIENT-FILE
001080     LABEL RECORD IS STANDARD
001090     VALUE OF FILE-ID IS "PATIENT.DAT"
001100     DATA RECORD IS PatientDetail.
001110     COPY PATREC.

001120 FD  CLAIMS-FILE
001130     LABEL RECORD IS STANDARD
001140     VALUE OF FILE-ID IS "CLAIMS.DAT"
001150     DATA RECORD IS ClaimDetail.
001160     COPY CLAIMREC.

001170 FD  SUSP-FILE
001180     LABEL RECORD IS STANDARD
001190     VALUE OF FILE-ID IS "CLMDUPS.DAT"
001200     DATA RECORD IS SuspDetail.
001210     COPY SUSPREC.

001220 FD  APERIOD-FILE
001230     LABEL RECORD IS STANDARD
001240     VALUE OF FILE-ID IS "APERIOD.DAT"
001250     DATA RECORD IS PeriodDetail.
001260     COPY PERDREC.

001270 FD  REPORT-FILE
001280     LABEL RECORD IS STANDARD
001290     VALUE OF FILE-ID IS REPORT-FILENAME
001300     DATA RECORD IS PRINT-LINE.
001310 01  PRINT-LINE                  PIC X(100).
001320*
001330 WORKING-STORAGE SECTION.
001340 01  MERGE-STATUS            PIC X(02) VALUE "00".
001350     88  MERGE-OK            VALUE "00".
001360     88  MERGE-NOT-FOUND     VALUE "35".

001370 01  MREJ-STATUS             PIC X(02) VALUE "00".
001380     88  MREJ-OK             VALUE "00".

001410 01  PATMAST-STATUS          PIC X(02) VALUE "00".
001420     88  PATMAST-OK          VALUE "00", "02".
001430     88  PATMAST-NOT-FOUND   VALUE "23", "35".

001440 01  CLAIMS-STATUS           PIC X(02) VALUE "00".
001450     88  CLAIMS-OK           VALUE "00", "02".
001460     88  CLAIMS-NOT-FOUND    VALUE "23", "35".

001470 01  SUSP-STATUS             PIC X(02) VALUE "00".
001480     88  SUSP-OK             VALUE "00", "02".
001490     88  SUSP-NOT-FOUND      VALUE "23", "35".

001500 01  APERIOD-STATUS          PIC X(02) VALUE "00".
001510     88  APERIOD-OK          VALUE "00", "02".
001520     88  APERIOD-NOT-FOUND   VALUE "23", "35".

001530 01  REPORT-STATUS           PIC X(02) VALUE "00".
001540     88  REPORT-OK           VALUE "00".

001550 01  RUN-MODE-PARM           PIC X(10) VALUE SPACES.
001560 01  RUN-MODE                PIC X(06) VALUE "SCAN".
001570     88  RUN-MODE-SCAN       VALUE "SCAN".
001580     88  RUN-MODE-MERGE      VALUE "MERGE".
001590 01  REPORT-FILENAME         PIC X(12) VALUE SPACES.
001595 01  MERGE-FILENAME          PIC X(12) VALUE SPACES.

001600 01  PATIENT-EOF-SW          PIC X(01) VALUE "N".
001610     88  IS-PATIENT-EOF      VALUE "Y".
001620 01  MERGE-EOF-SW            PIC X(01) VALUE "N".
001630     88  IS-MERGE-EOF        VALUE "Y".
001640 01  SCAN-EOF-SW             PIC X(01) VALUE "N".
001650     88  IS-SCAN-EOF         VALUE "Y".
001660 01  MTRANS-VALID-SW         PIC X(01) VALUE "Y".
001670     88  MTRANS-IS-VALID     VALUE "Y".
001680 01  CLAIMS-AVAIL-SW         PIC X(01) VALUE "Y".
001690     88  IS-CLAIMS-AVAIL     VALUE "Y".
001700 01  SUSP-AVAIL-SW           PIC X(01) VALUE "Y".
001710     88  IS-SUSP-AVAIL       VALUE "Y".
001720 01  APERIOD-AVAIL-SW        PIC X(01) VALUE "Y".
001730     88  IS-APERIOD-AVAIL    VALUE "Y".
001740 01  FILES-OPEN-SW           PIC X(01) VALUE "N".
001750     88  IS-FILES-OPEN       VALUE "Y".
001760 01  REPORT-OPEN-SW          PIC X(01) VALUE "N".
001770     88  IS-REPORT-OPEN      VALUE "Y".

001780 01  PATIENT-COUNT           PIC 9(06) VALUE ZERO COMP.
001790 01  PROPOSAL-COUNT          PIC 9(06) VALUE ZERO COMP.
001800 01  SKIP-COUNT              PIC 9(06) VALUE ZERO COMP.
001810 01  TRANS-COUNT             PIC 9(06) VALUE ZERO COMP.
001820 01  MERGE-COUNT             PIC 9(06) VALUE ZERO COMP.
001830 01  REJECT-COUNT            PIC 9(06) VALUE ZERO COMP.
001840 01  FAIL-COUNT              PIC 9(06) VALUE ZERO COMP.
001850 01  CLAIM-MOVED-COUNT       PIC 9(06) VALUE ZERO COMP.
001860 01  SUSP-MOVED-COUNT        PIC 9(06) VALUE ZERO COMP.
001870 01  TOTAL-CLAIM-MOVED       PIC 9(06) VALUE ZERO COMP.
001880 01  TOTAL-SUSP-MOVED        PIC 9(06) VALUE ZERO COMP.

001890 01  NAME-CHAR-IDX           PIC 9(02) VALUE ZERO COMP.
001900 01  NORM-NAME-LEN           PIC 9(02) VALUE ZERO COMP.
001910 01  UPPER-NAME              PIC X(30) VALUE SPACES.

001920 01  DUP-TABLE-COUNT         PIC 9(05) VALUE ZERO COMP.
001930 01  DUP-TABLE-IDX           PIC 9(05) VALUE ZERO COMP.
001940 01  DUP-SHIFT-IDX           PIC 9(05) VALUE ZERO COMP.
001950 01  GROUP-FIRST-IDX         PIC 9(05) VALUE ZERO COMP.

001960 01  WORK-SORT-KEY.
001970     02  WORK-NORM-NAME      PIC X(30).
001980     02  WORK-PATIENT-ID     PIC X(10).
001990     02  WORK-PATIENT-NAME   PIC X(30).

002000 01  DUP-TABLE.
002010     02  DUP-ENTRY OCCURS 1 TO 20000 TIMES
002020             DEPENDING ON DUP-TABLE-COUNT.
002030         03  DP-SORT-KEY.
002040             04  DP-NORM-NAME    PIC X(30).
002050             04  DP-PATIENT-ID   PIC X(10).
002060         03  DP-PATIENT-NAME     PIC X(30).

002070 01  SURVIVOR-NAME           PIC X(30) VALUE SPACES.
002080 01  VICTIM-NAME             PIC X(30) VALUE SPACES.
002090 01  OLD-PATIENT-ID          PIC X(10) VALUE SPACES.
002100 01  OLD-STATUS              PIC X(01) VALUE SPACE.
002110 01  OLD-MERGED-TO           PIC X(10) VALUE SPACES.

002120 01  RUN-DATE-WS.
002130     02  RUN-YEAR            PIC 9(04).
002140     02  RUN-MONTH           PIC 9(02).
002150     02  RUN-DAY             PIC 9(02).

002160 01  RUN-TIME-WS.
002170     02  RUN-HOUR            PIC 9(02).
002180     02  RUN-MINUTE          PIC 9(02).
002190     02  RUN-SECOND          PIC 9(02).
002200     02  FILLER              PIC 9(02).

002210 01  RUN-DATE-DISPLAY        PIC X(10).
002220 01  RUN-TIME-DISPLAY        PIC X(08).

002230 01  LINE-COUNT              PIC 9(02) VALUE ZERO COMP.
002240 01  LINES-PER-PAGE          PIC 9(02) VALUE 55 COMP.
002250 01  PAGE-COUNT              PIC 9(03) VALUE ZERO COMP.

002260 01  AUDIT-PROGRAM-NAME      PIC X(08) VALUE "PATMERGE".
002270 01  AUDIT-OPERATION         PIC X(12) VALUE SPACES.
002280 01  AUDIT-PATIENT-KEY       PIC X(05) VALUE SPACES.
002290 01  AUDIT-ONE-RECORD        PIC 9(06) VALUE 1.
002300 01  AUDIT-OPERATOR-ID       PIC X(08) VALUE SPACES.

002310 01  JRNL-MASTER             PIC X(08) VALUE SPACES.
002320 01  JRNL-ACTION             PIC X(01) VALUE "C".
002330 01  JRNL-KEY                PIC X(10) VALUE SPACES.
002340 01  JRNL-BEFORE-IMAGE       PIC X(150) VALUE SPACES.
002350 01  JRNL-AFTER-IMAGE        PIC X(150) VALUE SPACES.
002360 01  JRNL-FEED-ID.
002370     02  JRNL-FEED-DATE      PIC 9(08) VALUE ZERO.
002380     02  JRNL-FEED-TIME      PIC 9(06) VALUE ZERO.
002390 01  JRNL-FEED-SEQ           PIC 9(06) VALUE ZERO.

002400 01  HDG1-LINE.
002410     02  FILLER              PIC X(01) VALUE SPACE.
002420     02  HDG1-TITLE          PIC X(30).
002430     02  FILLER              PIC X(10) VALUE SPACES.
002440     02  FILLER              PIC X(06) VALUE "DATE: ".
002450     02  HDG1-DATE           PIC X(10).
002460     02  FILLER              PIC X(04) VALUE SPACES.
002470     02  FILLER              PIC X(06) VALUE "TIME: ".
002480     02  HDG1-TIME           PIC X(08).
002490     02  FILLER              PIC X(05) VALUE SPACES.
002500     02  FILLER              PIC X(06) VALUE "PAGE: ".
002510     02  HDG1-PAGE           PIC ZZ9.

002520 01  PROP-LINE.
002530     02  FILLER              PIC X(01) VALUE SPACE.
002540     02  FILLER              PIC X(10) VALUE "SURVIVOR ".
002550     02  PRL-SURVIVOR-ID     PIC X(10).
002560     02  FILLER              PIC X(01) VALUE SPACE.
002570     02  PRL-SURVIVOR-NAME   PIC X(30).
002580     02  FILLER              PIC X(02) VALUE SPACES.

002590 01  PROP-VICTIM-LINE.
002600     02  FILLER              PIC X(01) VALUE SPACE.
002610     02  FILLER              PIC X(10) VALUE "DUPLICATE ".
002620     02  PRL-VICTIM-ID       PIC X(10).
002630     02  FILLER              PIC X(01) VALUE SPACE.
002640     02  PRL-VICTIM-NAME     PIC X(30).
002650     02  FILLER              PIC X(02) VALUE SPACES.
002660     02  FILLER              PIC X(05) VALUE "SEQ ".
002670     02  PRL-SEQ             PIC 9(06).

002680 01  MERGE-HDR-LINE.
002690     02  FILLER              PIC X(01) VALUE SPACE.
002700     02  FILLER              PIC X(10) VALUE "MERGE SEQ ".
002710     02  MHDR-SEQ            PIC 9(06).
002720     02  FILLER              PIC X(02) VALUE SPACES.
002730     02  MHDR-ROLE           PIC X(09).
002740     02  MHDR-PATIENT-ID     PIC X(10).
002750     02  FILLER              PIC X(02) VALUE SPACES.
002760     02  MHDR-PATIENT-NAME   PIC X(30).
002770     02  FILLER              PIC X(02) VALUE SPACES.
002780     02  MHDR-NOTE           PIC X(28).

002790 01  CLAIM-HDG-LINE.
002800     02  FILLER              PIC X(04) VALUE SPACES.
002810     02  FILLER              PIC X(10) VALUE "FILE".
002820     02  FILLER              PIC X(12) VALUE "CLAIM NO".
002830     02  FILLER              PIC X(10) VALUE "SVC DATE".
002840     02  FILLER              PIC X(07) VALUE "DX".
002850     02  FILLER              PIC X(15) VALUE "       AMOUNT".
002860     02  FILLER              PIC X(16) VALUE "PATIENT BEFORE".
002870     02  FILLER              PIC X(13) VALUE "PATIENT AFTER".

002880 01  CLAIM-LINE.
002890     02  FILLER              PIC X(04) VALUE SPACES.
002900     02  CLN-FILE            PIC X(10).
002910     02  CLN-CLAIM-NO        PIC X(10).
002920     02  FILLER              PIC X(02) VALUE SPACES.
002930     02  CLN-SERVICE-DATE    PIC 9(08).
002940     02  FILLER              PIC X(02) VALUE SPACES.
002950     02  CLN-DIAG-CODE       PIC X(05).
002960     02  FILLER              PIC X(02) VALUE SPACES.
002970     02  CLN-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
002980     02  FILLER              PIC X(03) VALUE SPACES.
002990     02  CLN-BEFORE-ID       PIC X(10).
003000     02  FILLER              PIC X(06) VALUE SPACES.
003010     02  CLN-AFTER-ID        PIC X(10).

003020 01  PATIENT-LINE.
003030     02  FILLER              PIC X(04) VALUE SPACES.
003040     02  FILLER              PIC X(10) VALUE "PATIENT".
003050     02  PLN-PATIENT-ID      PIC X(10).
003060     02  FILLER              PIC X(10) VALUE "  STATUS ".
003070     02  PLN-BEFORE-STATUS   PIC X(01).
003080     02  FILLER              PIC X(04) VALUE " -> ".
003090     02  PLN-AFTER-STATUS    PIC X(01).
003100     02  FILLER              PIC X(13) VALUE "  MERGED TO ".
003110     02  PLN-BEFORE-MERGED   PIC X(10).
003120     02  FILLER              PIC X(04) VALUE " -> ".
003130     02  PLN-AFTER-MERGED    PIC X(10).

003140 01  MOVED-LINE.
003150     02  FILLER              PIC X(04) VALUE SPACES.
003160     02  MVD-CLAIMS          PIC ZZZ,ZZ9.
003170     02  FILLER              PIC X(24)
003180             VALUE " CLAIM(S) RE-POINTED, ".
003190     02  MVD-SUSP            PIC ZZZ,ZZ9.
003200     02  FILLER              PIC X(35)
003210             VALUE " SUSPENDED CLAIM(S) RE-POINTED".

003220 01  REJECT-LINE.
003230     02  FILLER              PIC X(04) VALUE SPACES.
003240     02  FILLER              PIC X(11) VALUE "REJECTED - ".
003250     02  RJL-REASON-CODE     PIC X(02).
003260     02  FILLER              PIC X(01) VALUE SPACE.
003270     02  RJL-REASON-TEXT     PIC X(40).

003280 01  TRAILER-LINE.
003290     02  FILLER              PIC X(01) VALUE SPACE.
003300     02  TRL-LABEL           PIC X(40).
003310     02  TRL-COUNT           PIC ZZZ,ZZ9.
003320*
003330 PROCEDURE DIVISION.
003340*
003350 0000-MAINLINE.
003360     ACCEPT RUN-MODE-PARM FROM COMMAND-LINE
003370     IF RUN-MODE-PARM NOT = SPACES
003380         MOVE FUNCTION UPPER-CASE(RUN-MODE-PARM) TO RUN-MODE
003390     END-IF
003400     EVALUATE TRUE
003410         WHEN RUN-MODE-SCAN
003420             PERFORM 1000-INITIALIZE-SCAN THRU 1000-EXIT
003430             PERFORM 2000-COLLECT-PATIENT THRU 2000-EXIT
003440                 UNTIL IS-PATIENT-EOF
003450             IF RETURN-CODE = 0
003460                 PERFORM 2500-PROPOSE-PAIRS THRU 2500-EXIT
003470             END-IF
003480         WHEN RUN-MODE-MERGE
003490             PERFORM 1100-INITIALIZE-MERGE THRU 1100-EXIT
003500             PERFORM 3000-APPLY-MERGE THRU 3000-EXIT
003510                 UNTIL IS-MERGE-EOF
003520         WHEN OTHER
003530             DISPLAY "PATMERGE: INVALID RUN-MODE " RUN-MODE-PARM
003540             MOVE 16 TO RETURN-CODE
003550     END-EVALUATE
003560     PERFORM 9000-TERMINATE THRU 9000-EXIT
003570     STOP RUN.
003580*
003590*----------------------------------------------------------------
003600*    1000-INITIALIZE-SCAN - OPEN THE PATIENT MASTER FOR THE SCAN,
003610*    THE PROPOSAL FILE AND PATDUP.RPT.  A MISSING PATIENT.DAT
003620*    HAS NOTHING TO SCAN AND ENDS THE RUN WITH RETURN-CODE 8.
003630*----------------------------------------------------------------
003640 1000-INITIALIZE-SCAN.
003650     OPEN INPUT PATIENT-FILE
003660     IF PATMAST-NOT-FOUND
003670         DISPLAY "PATMERGE: PATIENT.DAT NOT FOUND"
003680         MOVE 8 TO RETURN-CODE
003690         MOVE "Y" TO PATIENT-EOF-SW
003700         GO TO 1000-EXIT
003710     END-IF
003715     MOVE "PATMPROP.DAT" TO MERGE-FILENAME
003720     OPEN OUTPUT MERGE-FILE
003730     MOVE "Y" TO FILES-OPEN-SW
003740     MOVE "PATDUP.RPT" TO REPORT-FILENAME
003750     MOVE "PROPOSED DUPLICATE PATIENTS" TO HDG1-TITLE
003760     PERFORM 1200-OPEN-REPORT THRU 1200-EXIT.
003770 1000-EXIT.
003780     EXIT.
003790*
003800*----------------------------------------------------------------
003810*    1100-INITIALIZE-MERGE - OPEN THE CONFIRMED MERGE FEED, THE
003820*    REJECT FILE, THE PATIENT MASTER FOR UPDATE AND THE CLAIM
003830*    FILES, PRIMING THE FIRST MERGE.  A MISSING FEED OR PATIENT
003840*    MASTER IS RETURN-CODE 8.  A MISSING CLAIMS.DAT OR
003850*    CLMDUPS.DAT SIMPLY HAS NO CLAIMS TO RE-POINT, AND A MISSING
003860*    APERIOD.DAT SKIPS THE CLOSED-PERIOD CHECK, AS IN CLMMAINT.
003870*----------------------------------------------------------------
003880 1100-INITIALIZE-MERGE.
003885     MOVE "PATMERGE.DAT" TO MERGE-FILENAME
003890     OPEN INPUT MERGE-FILE
003900     IF MERGE-NOT-FOUND
003910         DISPLAY "PATMERGE: PATMERGE.DAT NOT FOUND - NOTHING TO"
003920             " PROCESS"
003930         MOVE 8 TO RETURN-CODE
003940         MOVE "Y" TO MERGE-EOF-SW
003950         GO TO 1100-EXIT
003960     END-IF
003970     OPEN I-O PATIENT-FILE
003980     IF PATMAST-NOT-FOUND
003990         DISPLAY "PATMERGE: PATIENT.DAT NOT FOUND"
004000         CLOSE MERGE-FILE
004010         MOVE 8 TO RETURN-CODE
004020         MOVE "Y" TO MERGE-EOF-SW
004030         GO TO 1100-EXIT
004040     END-IF
004050     OPEN OUTPUT MREJ-FILE
004060     MOVE "Y" TO FILES-OPEN-SW
004070     OPEN I-O CLAIMS-FILE
004080     IF CLAIMS-NOT-FOUND
004090         DISPLAY "PATMERGE: CLAIMS.DAT NOT FOUND - NO CLAIMS TO"
004100             " RE-POINT"
004110         MOVE "N" TO CLAIMS-AVAIL-SW
004120     END-IF
004130     OPEN I-O SUSP-FILE
004140     IF SUSP-NOT-FOUND
004150         MOVE "N" TO SUSP-AVAIL-SW
004160     END-IF
004170     OPEN INPUT APERIOD-FILE
004180     IF APERIOD-NOT-FOUND
004190         DISPLAY "PATMERGE: APERIOD.DAT NOT FOUND - CLOSED"
004200             " PERIOD CHECK SKIPPED"
004210         MOVE "N" TO APERIOD-AVAIL-SW
004220     END-IF
004230     MOVE "PATMERGE.RPT" TO REPORT-FILENAME
004240     MOVE "PATIENT MERGE" TO HDG1-TITLE
004250     PERFORM 1200-OPEN-REPORT THRU 1200-EXIT
004260     MOVE RUN-DATE-WS TO JRNL-FEED-DATE
004270     MOVE RUN-TIME-WS (1:6) TO JRNL-FEED-TIME
004280     PERFORM 3900-READ-MERGE THRU 3900-EXIT.
004290 1100-EXIT.
004300     EXIT.
004310*
004320 1200-OPEN-REPORT.
004330     ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
004340     ACCEPT RUN-TIME-WS FROM TIME
004350     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
004360         DELIMITED BY SIZE INTO RUN-DATE-DISPLAY
004370     STRING RUN-HOUR ":" RUN-MINUTE ":" RUN-SECOND
004380         DELIMITED BY SIZE INTO RUN-TIME-DISPLAY
004390     OPEN OUTPUT REPORT-FILE
004400     MOVE "Y" TO REPORT-OPEN-SW
004410     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
004420 1200-EXIT.
004430     EXIT.
004440*
004450*----------------------------------------------------------------
004460*    2000-COLLECT-PATIENT - READ ONE PATIENT AND INSERT ITS
004470*    NORMALISED NAME INTO THE TABLE AT ITS SORTED POSITION.
004480*    INACTIVE PATIENTS, MERGED ONES INCLUDED, ARE LEFT OUT.
004490*----------------------------------------------------------------
004500 2000-COLLECT-PATIENT.
004510     READ PATIENT-FILE NEXT RECORD
004520         AT END
004530             MOVE "Y" TO PATIENT-EOF-SW
004540             GO TO 2000-EXIT
004550     END-READ
004560     IF Patient-Is-Inactive
004570         GO TO 2000-EXIT
004580     END-IF
004590     ADD 1 TO PATIENT-COUNT
004600     PERFORM 2100-NORMALISE-NAME THRU 2100-EXIT
004610     IF WORK-NORM-NAME = SPACES
004620         GO TO 2000-EXIT
004630     END-IF
004640     IF DUP-TABLE-COUNT >= 20000
004650         DISPLAY "PATMERGE: SCAN TABLE FULL - PATIENT "
004660             Patient-ID " NOT CHECKED"
004670         ADD 1 TO SKIP-COUNT
004680     ELSE
004690         PERFORM 2200-INSERT-ENTRY THRU 2200-EXIT
004700     END-IF.
004710 2000-EXIT.
004720     EXIT.
004730*
004740*----------------------------------------------------------------
004750*    2100-NORMALISE-NAME - UPPER-CASE THE NAME AND KEEP ONLY ITS
004760*    LETTERS, SO "Mary Jones", "MARY  JONES" AND "MARY-JONES"
004770*    ALL COMPARE EQUAL.
004780*----------------------------------------------------------------
004790 2100-NORMALISE-NAME.
004800     MOVE Patient-Name TO UPPER-NAME
004810     INSPECT UPPER-NAME CONVERTING
004820         "abcdefghijklmnopqrstuvwxyz"
004830         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004840     MOVE SPACES TO WORK-NORM-NAME
004850     MOVE ZERO TO NORM-NAME-LEN
004860     PERFORM 2150-KEEP-ONE-CHAR THRU 2150-EXIT
004870         VARYING NAME-CHAR-IDX FROM 1 BY 1
004880         UNTIL NAME-CHAR-IDX > 30
004890     MOVE Patient-ID TO WORK-PATIENT-ID
004900     MOVE Patient-Name TO WORK-PATIENT-NAME.
004910 2100-EXIT.
004920     EXIT.
004930*
004940 2150-KEEP-ONE-CHAR.
004950     IF UPPER-NAME (NAME-CHAR-IDX:1) IS ALPHABETIC
004960             AND UPPER-NAME (NAME-CHAR-IDX:1) NOT = SPACE
004970         ADD 1 TO NORM-NAME-LEN
004980         MOVE UPPER-NAME (NAME-CHAR-IDX:1)
004990             TO WORK-NORM-NAME (NORM-NAME-LEN:1)
005000     END-IF.
005010 2150-EXIT.
005020     EXIT.
005030*
005040 2200-INSERT-ENTRY.
005050     MOVE 1 TO DUP-TABLE-IDX
005060     PERFORM 2250-FIND-SLOT THRU 2250-EXIT
005070         UNTIL DUP-TABLE-IDX > DUP-TABLE-COUNT
005080             OR (DUP-TABLE-IDX <= DUP-TABLE-COUNT
005090                 AND DP-SORT-KEY (DUP-TABLE-IDX)
005100                     > WORK-SORT-KEY (1:40))
005110     ADD 1 TO DUP-TABLE-COUNT
005120     MOVE DUP-TABLE-COUNT TO DUP-SHIFT-IDX
005130     PERFORM 2280-SHIFT-ONE THRU 2280-EXIT
005140         UNTIL DUP-SHIFT-IDX <= DUP-TABLE-IDX
005150     MOVE WORK-SORT-KEY TO DUP-ENTRY (DUP-TABLE-IDX).
005160 2200-EXIT.
005170     EXIT.
005180*
005190 2250-FIND-SLOT.
005200     ADD 1 TO DUP-TABLE-IDX.
005210 2250-EXIT.
005220     EXIT.
005230*
005240 2280-SHIFT-ONE.
005250     MOVE DUP-ENTRY (DUP-SHIFT-IDX - 1)
005260         TO DUP-ENTRY (DUP-SHIFT-IDX)
005270     SUBTRACT 1 FROM DUP-SHIFT-IDX.
005280 2280-EXIT.
005290     EXIT.
005300*
005310*----------------------------------------------------------------
005320*    2500-PROPOSE-PAIRS - WALK THE SORTED TABLE.  THE FIRST
005330*    PATIENT OF EACH NAME GROUP - THE LOWEST PATIENT ID, SO THE
005340*    EARLIEST REGISTRATION - IS PROPOSED AS SURVIVOR FOR EVERY
005350*    LATER ONE.
005360*----------------------------------------------------------------
005370 2500-PROPOSE-PAIRS.
005380     MOVE 1 TO GROUP-FIRST-IDX
005390     MOVE 2 TO DUP-TABLE-IDX
005400     PERFORM 2600-CHECK-ONE THRU 2600-EXIT
005410         UNTIL DUP-TABLE-IDX > DUP-TABLE-COUNT.
005420 2500-EXIT.
005430     EXIT.
005440*
005450 2600-CHECK-ONE.
005460     IF DP-NORM-NAME (DUP-TABLE-IDX)
005470             = DP-NORM-NAME (GROUP-FIRST-IDX)
005480         PERFORM 2700-PROPOSE-ONE THRU 2700-EXIT
005490     ELSE
005500         MOVE DUP-TABLE-IDX TO GROUP-FIRST-IDX
005510     END-IF
005520     ADD 1 TO DUP-TABLE-IDX.
005530 2600-EXIT.
005540     EXIT.
005550*
005560 2700-PROPOSE-ONE.
005570     ADD 1 TO PROPOSAL-COUNT
005580     MOVE PROPOSAL-COUNT TO Mtrans-Seq-No
005590     MOVE DP-PATIENT-ID (GROUP-FIRST-IDX) TO Mtrans-Survivor-ID
005600     MOVE DP-PATIENT-ID (DUP-TABLE-IDX) TO Mtrans-Victim-ID
005610     WRITE MergeTrans
005620     IF LINE-COUNT >= LINES-PER-PAGE - 2
005630         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
005640     END-IF
005650     MOVE DP-PATIENT-ID (GROUP-FIRST-IDX) TO PRL-SURVIVOR-ID
005660     MOVE DP-PATIENT-NAME (GROUP-FIRST-IDX) TO PRL-SURVIVOR-NAME
005670     MOVE DP-PATIENT-ID (DUP-TABLE-IDX) TO PRL-VICTIM-ID
005680     MOVE DP-PATIENT-NAME (DUP-TABLE-IDX) TO PRL-VICTIM-NAME
005690     MOVE PROPOSAL-COUNT TO PRL-SEQ
005700     WRITE PRINT-LINE FROM PROP-LINE
005710     WRITE PRINT-LINE FROM PROP-VICTIM-LINE
005720     WRITE PRINT-LINE FROM SPACES
005730     ADD 3 TO LINE-COUNT.
005740 2700-EXIT.
005750     EXIT.
005760*
005770*----------------------------------------------------------------
005780*    3000-APPLY-MERGE - VALIDATE ONE CONFIRMED MERGE, CHECK THAT
005790*    NONE OF THE VICTIM'S CLAIMS IS IN A CLOSED PERIOD, THEN
005800*    RE-POINT THE CLAIMS AND INACTIVATE THE VICTIM.  A MERGE IS
005810*    APPLIED WHOLE OR NOT AT ALL.
005820*----------------------------------------------------------------
005830 3000-APPLY-MERGE.
005840     ADD 1 TO TRANS-COUNT
005850     PERFORM 3100-VALIDATE-MERGE THRU 3100-EXIT
005860     IF MTRANS-IS-VALID AND IS-APERIOD-AVAIL
005870         PERFORM 3200-CHECK-PERIODS THRU 3200-EXIT
005880     END-IF
005890     IF MTRANS-IS-VALID
005900         PERFORM 4000-MERGE-PATIENT THRU 4000-EXIT
005910     ELSE
005920         PERFORM 3800-WRITE-REJECT THRU 3800-EXIT
005930     END-IF
005940     PERFORM 3900-READ-MERGE THRU 3900-EXIT.
005950 3000-EXIT.
005960     EXIT.
005970*
005980*----------------------------------------------------------------
005990*    3100-VALIDATE-MERGE - BOTH IDS MUST BE IN THE HOUSE PATIENT
006000*    ID PATTERN AND DIFFERENT.  THE SURVIVOR MUST BE ON FILE AND
006010*    ACTIVE; THE VICTIM MUST BE ON FILE AND NOT ALREADY MERGED.
006020*    A VICTIM ALREADY INACTIVATED BY PATMAINT MAY STILL BE
006030*    MERGED, SO ITS CLAIMS FOLLOW THE SURVIVOR.
006040*----------------------------------------------------------------
006050 3100-VALIDATE-MERGE.
006060     MOVE "Y" TO MTRANS-VALID-SW
006070     IF NOT (Mtrans-Survivor-ID (1:3) = "PAT"
006080             AND Mtrans-Survivor-ID (4:7) IS NUMERIC
006090             AND Mtrans-Victim-ID (1:3) = "PAT"
006100             AND Mtrans-Victim-ID (4:7) IS NUMERIC)
006110         MOVE "01" TO Mrej-Reason-Code
006120         MOVE "PATIENT ID FORMAT IS INVALID" TO Mrej-Reason-Text
006130         GO TO 3100-FAILED
006140     END-IF
006150     IF Mtrans-Survivor-ID = Mtrans-Victim-ID
006160         MOVE "02" TO Mrej-Reason-Code
006170         MOVE "SURVIVOR AND VICTIM ARE THE SAME PATIENT"
006180             TO Mrej-Reason-Text
006190         GO TO 3100-FAILED
006200     END-IF
006210     MOVE Mtrans-Survivor-ID TO Patient-ID
006220     READ PATIENT-FILE
006230         INVALID KEY
006240             MOVE "03" TO Mrej-Reason-Code
006250             MOVE "SURVIVOR NOT ON FILE" TO Mrej-Reason-Text
006260             GO TO 3100-FAILED
006270     END-READ
006280     IF NOT Patient-Is-Active
006290         MOVE "05" TO Mrej-Reason-Code
006300         MOVE "SURVIVOR IS NOT ACTIVE" TO Mrej-Reason-Text
006310         GO TO 3100-FAILED
006320     END-IF
006330     MOVE Patient-Name TO SURVIVOR-NAME
006340     MOVE Mtrans-Victim-ID TO Patient-ID
006350     READ PATIENT-FILE
006360         INVALID KEY
006370             MOVE "04" TO Mrej-Reason-Code
006380             MOVE "VICTIM NOT ON FILE" TO Mrej-Reason-Text
006390             GO TO 3100-FAILED
006400     END-READ
006410     IF NOT Patient-Not-Merged
006420         MOVE "06" TO Mrej-Reason-Code
006430         MOVE "VICTIM ALREADY MERGED" TO Mrej-Reason-Text
006440         GO TO 3100-FAILED
006450     END-IF
006460     MOVE Patient-Name TO VICTIM-NAME
006470     GO TO 3100-EXIT.
006480 3100-FAILED.
006490     MOVE "N" TO MTRANS-VALID-SW.
006500 3100-EXIT.
006510     EXIT.
006520*
006530*----------------------------------------------------------------
006540*    3200-CHECK-PERIODS - A MERGE MOVES EVERY ONE OF THE VICTIM'S
006550*    CLAIMS, SO IF ANY OF THEM HAS A SERVICE DATE IN A CLOSED
006560*    ACCOUNTING PERIOD THE WHOLE MERGE IS REFUSED WITH REASON 07
006570*    AND NOTHING IS CHANGED.
006580*----------------------------------------------------------------
006590 3200-CHECK-PERIODS.
006600     IF IS-CLAIMS-AVAIL
006610         MOVE "N" TO SCAN-EOF-SW
006620         MOVE LOW-VALUES TO Claim-No
006630         START CLAIMS-FILE KEY NOT < Claim-No
006640             INVALID KEY
006650                 MOVE "Y" TO SCAN-EOF-SW
006660         END-START
006670         PERFORM 3300-CHECK-ONE-CLAIM THRU 3300-EXIT
006680             UNTIL IS-SCAN-EOF OR NOT MTRANS-IS-VALID
006690     END-IF
006700     IF IS-SUSP-AVAIL AND MTRANS-IS-VALID
006710         MOVE "N" TO SCAN-EOF-SW
006720         MOVE LOW-VALUES TO Susp-Claim-No
006730         START SUSP-FILE KEY NOT < Susp-Claim-No
006740             INVALID KEY
006750                 MOVE "Y" TO SCAN-EOF-SW
006760         END-START
006770         PERFORM 3400-CHECK-ONE-SUSP THRU 3400-EXIT
006780             UNTIL IS-SCAN-EOF OR NOT MTRANS-IS-VALID
006790     END-IF.
006800 3200-EXIT.
006810     EXIT.
006820*
006830 3300-CHECK-ONE-CLAIM.
006840     READ CLAIMS-FILE NEXT RECORD
006850         AT END
006860             MOVE "Y" TO SCAN-EOF-SW
006870             GO TO 3300-EXIT
006880     END-READ
006890     IF Claim-Patient-ID = Mtrans-Victim-ID
006900         MOVE Claim-Service-Date (1:6) TO Period-Id
006910         PERFORM 3500-CHECK-PERIOD THRU 3500-EXIT
006920     END-IF.
006930 3300-EXIT.
006940     EXIT.
006950*
006960 3400-CHECK-ONE-SUSP.
006970     READ SUSP-FILE NEXT RECORD
006980         AT END
006990             MOVE "Y" TO SCAN-EOF-SW
007000             GO TO 3400-EXIT
007010     END-READ
007020     IF Susp-Patient-ID = Mtrans-Victim-ID
007030         MOVE Susp-Service-Date (1:6) TO Period-Id
007040         PERFORM 3500-CHECK-PERIOD THRU 3500-EXIT
007050     END-IF.
007060 3400-EXIT.
007070     EXIT.
007080*
007090*----------------------------------------------------------------
007100*    3500-CHECK-PERIOD - THE PERIOD IS THE YYYYMM OF THE SERVICE
007110*    DATE; ONE NOT ON APERIOD.DAT IS OPEN.
007120*----------------------------------------------------------------
007130 3500-CHECK-PERIOD.
007140     READ APERIOD-FILE
007150         INVALID KEY
007160             CONTINUE
007170         NOT INVALID KEY
007180             IF Period-Is-Closed
007190                 MOVE "N" TO MTRANS-VALID-SW
007200                 MOVE "07" TO Mrej-Reason-Code
007210                 MOVE SPACES TO Mrej-Reason-Text
007220                 STRING "VICTIM CLAIM IN CLOSED PERIOD "
007230                     Period-Id DELIMITED BY SIZE
007240                     INTO Mrej-Reason-Text
007250             END-IF
007260     END-READ.
007270 3500-EXIT.
007280     EXIT.
007290*
007300*----------------------------------------------------------------
007310*    3800-WRITE-REJECT - WRITE THE REFUSED MERGE TO PATMREJ.DAT
007320*    AND SHOW IT ON THE REPORT WITH ITS REASON.
007330*----------------------------------------------------------------
007340 3800-WRITE-REJECT.
007350     MOVE Mtrans-Seq-No TO Mrej-Seq-No
007360     MOVE Mtrans-Survivor-ID TO Mrej-Survivor-ID
007370     MOVE Mtrans-Victim-ID TO Mrej-Victim-ID
007380     WRITE MergeReject
007390     ADD 1 TO REJECT-COUNT
007400     DISPLAY "PATMERGE: REJECTED SEQ " Mtrans-Seq-No
007410         " VICTIM " Mtrans-Victim-ID " - " Mrej-Reason-Text
007420     IF LINE-COUNT >= LINES-PER-PAGE - 3
007430         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
007440     END-IF
007450     MOVE SPACES TO MHDR-PATIENT-NAME MHDR-NOTE
007460     MOVE Mtrans-Seq-No TO MHDR-SEQ
007470     MOVE "SURVIVOR" TO MHDR-ROLE
007480     MOVE Mtrans-Survivor-ID TO MHDR-PATIENT-ID
007490     WRITE PRINT-LINE FROM MERGE-HDR-LINE
007500     MOVE "VICTIM" TO MHDR-ROLE
007510     MOVE Mtrans-Victim-ID TO MHDR-PATIENT-ID
007520     WRITE PRINT-LINE FROM MERGE-HDR-LINE
007530     MOVE Mrej-Reason-Code TO RJL-REASON-CODE
007540     MOVE Mrej-Reason-Text TO RJL-REASON-TEXT
007550     WRITE PRINT-LINE FROM REJECT-LINE
007560     WRITE PRINT-LINE FROM SPACES
007570     ADD 4 TO LINE-COUNT.
007580 3800-EXIT.
007590     EXIT.
007600*
007610 3900-READ-MERGE.
007620     READ MERGE-FILE
007630         AT END MOVE "Y" TO MERGE-EOF-SW.
007640 3900-EXIT.
007650     EXIT.
007660*
007670*----------------------------------------------------------------
007680*    4000-MERGE-PATIENT - PRINT THE MERGE HEADING, RE-POINT THE
007690*    VICTIM'S CLAIMS ON THE MASTER AND IN SUSPENSE, THEN
007700*    INACTIVATE THE VICTIM WITH ITS POINTER TO THE SURVIVOR.
007710*----------------------------------------------------------------
007720 4000-MERGE-PATIENT.
007730     MOVE ZERO TO CLAIM-MOVED-COUNT SUSP-MOVED-COUNT
007740     MOVE Mtrans-Seq-No TO JRNL-FEED-SEQ
007750     IF LINE-COUNT >= LINES-PER-PAGE - 4
007760         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
007770     END-IF
007780     MOVE SPACES TO MHDR-NOTE
007790     MOVE Mtrans-Seq-No TO MHDR-SEQ
007800     MOVE "SURVIVOR" TO MHDR-ROLE
007810     MOVE Mtrans-Survivor-ID TO MHDR-PATIENT-ID
007820     MOVE SURVIVOR-NAME TO MHDR-PATIENT-NAME
007830     WRITE PRINT-LINE FROM MERGE-HDR-LINE
007840     MOVE "VICTIM" TO MHDR-ROLE
007850     MOVE Mtrans-Victim-ID TO MHDR-PATIENT-ID
007860     MOVE VICTIM-NAME TO MHDR-PATIENT-NAME
007870     WRITE PRINT-LINE FROM MERGE-HDR-LINE
007880     WRITE PRINT-LINE FROM CLAIM-HDG-LINE
007890     ADD 3 TO LINE-COUNT
007900     IF IS-CLAIMS-AVAIL
007910         MOVE "N" TO SCAN-EOF-SW
007920         MOVE LOW-VALUES TO Claim-No
007930         START CLAIMS-FILE KEY NOT < Claim-No
007940             INVALID KEY
007950                 MOVE "Y" TO SCAN-EOF-SW
007960         END-START
007970         PERFORM 4100-REPOINT-CLAIM THRU 4100-EXIT
007980             UNTIL IS-SCAN-EOF
007990     END-IF
008000     IF IS-SUSP-AVAIL
008010         MOVE "N" TO SCAN-EOF-SW
008020         MOVE LOW-VALUES TO Susp-Claim-No
008030         START SUSP-FILE KEY NOT < Susp-Claim-No
008040             INVALID KEY
008050                 MOVE "Y" TO SCAN-EOF-SW
008060         END-START
008070         PERFORM 4200-REPOINT-SUSP THRU 4200-EXIT
008080             UNTIL IS-SCAN-EOF
008090     END-IF
008100     PERFORM 4300-INACTIVATE-VICTIM THRU 4300-EXIT
008110     MOVE CLAIM-MOVED-COUNT TO MVD-CLAIMS
008120     MOVE SUSP-MOVED-COUNT TO MVD-SUSP
008130     WRITE PRINT-LINE FROM MOVED-LINE
008140     WRITE PRINT-LINE FROM SPACES
008150     ADD 2 TO LINE-COUNT
008160     ADD CLAIM-MOVED-COUNT TO TOTAL-CLAIM-MOVED
008170     ADD SUSP-MOVED-COUNT TO TOTAL-SUSP-MOVED.
008180 4000-EXIT.
008190     EXIT.
008200*
008210 4100-REPOINT-CLAIM.
008220     READ CLAIMS-FILE NEXT RECORD
008230         AT END
008240             MOVE "Y" TO SCAN-EOF-SW
008250             GO TO 4100-EXIT
008260     END-READ
008270     IF Claim-Patient-ID NOT = Mtrans-Victim-ID
008280         GO TO 4100-EXIT
008290     END-IF
008300     MOVE ClaimDetail TO JRNL-BEFORE-IMAGE
008310     MOVE Claim-Patient-ID TO OLD-PATIENT-ID
008320     MOVE Mtrans-Survivor-ID TO Claim-Patient-ID
008330     REWRITE ClaimDetail
008340         INVALID KEY
008350             DISPLAY "PATMERGE: REWRITE FAILED FOR CLAIM "
008360                 Claim-No " - SEQ " Mtrans-Seq-No
008370             ADD 1 TO FAIL-COUNT
008380             GO TO 4100-EXIT
008390     END-REWRITE
008400     ADD 1 TO CLAIM-MOVED-COUNT
008410     MOVE "REPOINT" TO AUDIT-OPERATION
008420     CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME AUDIT-OPERATION
008430         Claim-Diag-Code AUDIT-ONE-RECORD AUDIT-OPERATOR-ID
008440     MOVE "CLAIMS" TO JRNL-MASTER
008450     MOVE Claim-No TO JRNL-KEY
008460     MOVE ClaimDetail TO JRNL-AFTER-IMAGE
008470     PERFORM 8100-JOURNAL-WRITE THRU 8100-EXIT
008480     MOVE "CLAIMS" TO CLN-FILE
008490     MOVE Claim-No TO CLN-CLAIM-NO
008500     MOVE Claim-Service-Date TO CLN-SERVICE-DATE
008510     MOVE Claim-Diag-Code TO CLN-DIAG-CODE
008520     MOVE Claim-Amount TO CLN-AMOUNT
008530     PERFORM 6000-PRINT-CLAIM THRU 6000-EXIT.
008540 4100-EXIT.
008550     EXIT.
008560*
008570*----------------------------------------------------------------
008580*    4200-REPOINT-SUSP - A SUSPENDED CLAIM IS RE-POINTED IN PLACE
008590*    SO A LATER CLMREL RESTORE PUTS IT BACK UNDER THE SURVIVOR.
008600*----------------------------------------------------------------
008610 4200-REPOINT-SUSP.
008620     READ SUSP-FILE NEXT RECORD
008630         AT END
008640             MOVE "Y" TO SCAN-EOF-SW
008650             GO TO 4200-EXIT
008660     END-READ
008670     IF Susp-Patient-ID NOT = Mtrans-Victim-ID
008680         GO TO 4200-EXIT
008690     END-IF
008700     MOVE Susp-Patient-ID TO OLD-PATIENT-ID
008710     MOVE Mtrans-Survivor-ID TO Susp-Patient-ID
008720     REWRITE SuspDetail
008730         INVALID KEY
008740             DISPLAY "PATMERGE: REWRITE FAILED FOR SUSPENDED"
008750                 " CLAIM " Susp-Claim-No " - SEQ " Mtrans-Seq-No
008760             ADD 1 TO FAIL-COUNT
008770             GO TO 4200-EXIT
008780     END-REWRITE
008790     ADD 1 TO SUSP-MOVED-COUNT
008800     MOVE "REPOINT SUSP" TO AUDIT-OPERATION
008810     CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME AUDIT-OPERATION
008820         Susp-Diag-Code AUDIT-ONE-RECORD AUDIT-OPERATOR-ID
008830     MOVE "CLMDUPS" TO CLN-FILE
008840     MOVE Susp-Claim-No TO CLN-CLAIM-NO
008850     MOVE Susp-Service-Date TO CLN-SERVICE-DATE
008860     MOVE Susp-Diag-Code TO CLN-DIAG-CODE
008870     MOVE Susp-Amount TO CLN-AMOUNT
008880     PERFORM 6000-PRINT-CLAIM THRU 6000-EXIT.
008890 4200-EXIT.
008900     EXIT.
008910*
008920*----------------------------------------------------------------
008930*    4300-INACTIVATE-VICTIM - SET THE VICTIM INACTIVE AND POINT
008940*    IT AT THE SURVIVOR.  LIKE A PATMAINT INACTIVATE THE RECORD
008950*    STAYS ON FILE SO OLD STATEMENTS AND ARCHIVES STILL RESOLVE.
008960*----------------------------------------------------------------
008970 4300-INACTIVATE-VICTIM.
008980     MOVE Mtrans-Victim-ID TO Patient-ID
008990     READ PATIENT-FILE
009000         INVALID KEY
009010             DISPLAY "PATMERGE: VICTIM " Mtrans-Victim-ID
009020                 " VANISHED DURING MERGE - SEQ " Mtrans-Seq-No
009030             ADD 1 TO FAIL-COUNT
009040             GO TO 4300-EXIT
009050     END-READ
009060     MOVE PatientDetail TO JRNL-BEFORE-IMAGE
009070     MOVE Patient-Status TO OLD-STATUS
009080     MOVE Patient-Merged-To TO OLD-MERGED-TO
009090     MOVE "I" TO Patient-Status
009100     MOVE Mtrans-Survivor-ID TO Patient-Merged-To
009110     REWRITE PatientDetail
009120         INVALID KEY
009130             DISPLAY "PATMERGE: INACTIVATE FAILED FOR "
009140                 Patient-ID " - SEQ " Mtrans-Seq-No
009150             ADD 1 TO FAIL-COUNT
009160             GO TO 4300-EXIT
009170     END-REWRITE
009180     ADD 1 TO MERGE-COUNT
009190     MOVE "MERGE" TO AUDIT-OPERATION
009200     MOVE Patient-ID (6:5) TO AUDIT-PATIENT-KEY
009210     CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME AUDIT-OPERATION
009220         AUDIT-PATIENT-KEY AUDIT-ONE-RECORD AUDIT-OPERATOR-ID
009230     MOVE "PATIENT" TO JRNL-MASTER
009240     MOVE Patient-ID TO JRNL-KEY
009250     MOVE PatientDetail TO JRNL-AFTER-IMAGE
009260     PERFORM 8100-JOURNAL-WRITE THRU 8100-EXIT
009270     MOVE Patient-ID TO PLN-PATIENT-ID
009280     MOVE OLD-STATUS TO PLN-BEFORE-STATUS
009290     MOVE Patient-Status TO PLN-AFTER-STATUS
009300     MOVE OLD-MERGED-TO TO PLN-BEFORE-MERGED
009310     MOVE Patient-Merged-To TO PLN-AFTER-MERGED
009320     WRITE PRINT-LINE FROM PATIENT-LINE
009330     ADD 1 TO LINE-COUNT.
009340 4300-EXIT.
009350     EXIT.
009360*
009370 6000-PRINT-CLAIM.
009380     IF LINE-COUNT >= LINES-PER-PAGE
009390         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
009400         WRITE PRINT-LINE FROM CLAIM-HDG-LINE
009410         ADD 1 TO LINE-COUNT
009420     END-IF
009430     MOVE OLD-PATIENT-ID TO CLN-BEFORE-ID
009440     MOVE Mtrans-Survivor-ID TO CLN-AFTER-ID
009450     WRITE PRINT-LINE FROM CLAIM-LINE
009460     ADD 1 TO LINE-COUNT.
009470 6000-EXIT.
009480     EXIT.
009490*
009500*----------------------------------------------------------------
009510*    7000-PRINT-HEADINGS - START A NEW PAGE IN THE SEQRPT STYLE.
009520*----------------------------------------------------------------
009530 7000-PRINT-HEADINGS.
009540     ADD 1 TO PAGE-COUNT
009550     MOVE RUN-DATE-DISPLAY TO HDG1-DATE
009560     MOVE RUN-TIME-DISPLAY TO HDG1-TIME
009570     MOVE PAGE-COUNT TO HDG1-PAGE
009580     IF PAGE-COUNT > 1
009590         WRITE PRINT-LINE FROM SPACES
009600     END-IF
009610     WRITE PRINT-LINE FROM HDG1-LINE
009620     WRITE PRINT-LINE FROM SPACES
009630     MOVE ZERO TO LINE-COUNT.
009640 7000-EXIT.
009650     EXIT.
009660*
009670*----------------------------------------------------------------
009680*    8100-JOURNAL-WRITE - WRITE THE BEFORE AND AFTER IMAGES OF
009690*    THE CLAIMS.DAT OR PATIENT.DAT RECORD JUST REWRITTEN TO
009700*    JOURNAL.DAT.  THE CALLER HAS SET THE MASTER, KEY AND IMAGES.
009710*----------------------------------------------------------------
009720 8100-JOURNAL-WRITE.
009730     CALL "JOURNAL" USING AUDIT-PROGRAM-NAME JRNL-MASTER
009740         JRNL-ACTION JRNL-KEY JRNL-BEFORE-IMAGE JRNL-AFTER-IMAGE
009750         JRNL-FEED-ID JRNL-FEED-SEQ AUDIT-OPERATOR-ID.
009760 8100-EXIT.
009770     EXIT.
009780*
009790*----------------------------------------------------------------
009800*    8500-PRINT-TRAILER - RUN TOTALS FOR WHICHEVER MODE RAN.
009810*----------------------------------------------------------------
009820 8500-PRINT-TRAILER.
009830     WRITE PRINT-LINE FROM SPACES
009840     IF RUN-MODE-SCAN
009850         MOVE "ACTIVE PATIENTS SCANNED" TO TRL-LABEL
009860         MOVE PATIENT-COUNT TO TRL-COUNT
009870         WRITE PRINT-LINE FROM TRAILER-LINE
009880         MOVE "DUPLICATE PAIRS PROPOSED" TO TRL-LABEL
009890         MOVE PROPOSAL-COUNT TO TRL-COUNT
009900         WRITE PRINT-LINE FROM TRAILER-LINE
009910         MOVE "PATIENTS NOT CHECKED (TABLE FULL)" TO TRL-LABEL
009920         MOVE SKIP-COUNT TO TRL-COUNT
009930         WRITE PRINT-LINE FROM TRAILER-LINE
009940     ELSE
009950         MOVE "MERGE TRANSACTIONS READ" TO TRL-LABEL
009960         MOVE TRANS-COUNT TO TRL-COUNT
009970         WRITE PRINT-LINE FROM TRAILER-LINE
009980         MOVE "PATIENTS MERGED" TO TRL-LABEL
009990         MOVE MERGE-COUNT TO TRL-COUNT
010000         WRITE PRINT-LINE FROM TRAILER-LINE
010010         MOVE "MERGES REJECTED TO PATMREJ.DAT" TO TRL-LABEL
010020         MOVE REJECT-COUNT TO TRL-COUNT
010030         WRITE PRINT-LINE FROM TRAILER-LINE
010040         MOVE "CLAIMS RE-POINTED" TO TRL-LABEL
010050         MOVE TOTAL-CLAIM-MOVED TO TRL-COUNT
010060         WRITE PRINT-LINE FROM TRAILER-LINE
010070         MOVE "SUSPENDED CLAIMS RE-POINTED" TO TRL-LABEL
010080         MOVE TOTAL-SUSP-MOVED TO TRL-COUNT
010090         WRITE PRINT-LINE FROM TRAILER-LINE
010100         MOVE "REWRITE FAILURES" TO TRL-LABEL
010110         MOVE FAIL-COUNT TO TRL-COUNT
010120         WRITE PRINT-LINE FROM TRAILER-LINE
010130     END-IF.
010140 8500-EXIT.
010150     EXIT.
010160*
010170 9000-TERMINATE.
010180     IF IS-REPORT-OPEN
010190         PERFORM 8500-PRINT-TRAILER THRU 8500-EXIT
010200         CLOSE REPORT-FILE
010210     END-IF
010220     EVALUATE TRUE
010230         WHEN RUN-MODE-SCAN
010240             IF IS-FILES-OPEN
010250                 CLOSE PATIENT-FILE
010260                 CLOSE MERGE-FILE
010270             END-IF
010280             IF SKIP-COUNT > 0 AND RETURN-CODE = 0
010290                 MOVE 4 TO RETURN-CODE
010300             END-IF
010310             DISPLAY "PATMERGE: " PATIENT-COUNT
010320                 " ACTIVE PATIENT(S) SCANNED, " PROPOSAL-COUNT
010330                 " DUPLICATE PAIR(S) PROPOSED TO PATMPROP.DAT - "
010340                 "SEE PATDUP.RPT"
010350         WHEN RUN-MODE-MERGE
010360             IF IS-FILES-OPEN
010370                 CLOSE MERGE-FILE
010380                 CLOSE MREJ-FILE
010390                 CLOSE PATIENT-FILE
010400                 IF IS-CLAIMS-AVAIL
010410                     CLOSE CLAIMS-FILE
010420                 END-IF
010430                 IF IS-SUSP-AVAIL
010440                     CLOSE SUSP-FILE
010450                 END-IF
010460                 IF IS-APERIOD-AVAIL
010470                     CLOSE APERIOD-FILE
010480                 END-IF
010490             END-IF
010500             IF (REJECT-COUNT > 0 OR FAIL-COUNT > 0)
010510                     AND RETURN-CODE = 0
010520                 MOVE 4 TO RETURN-CODE
010530             END-IF
010540             DISPLAY "PATMERGE: " TRANS-COUNT
010550                 " MERGE(S) READ, " MERGE-COUNT " APPLIED, "
010560                 REJECT-COUNT " REJECTED TO PATMREJ.DAT, "
010570                 TOTAL-CLAIM-MOVED " CLAIM(S) AND "
010580                 TOTAL-SUSP-MOVED " SUSPENDED CLAIM(S) RE-POINTED"
010590     END-EVALUATE.
010600 9000-EXIT.
010610     EXIT.
