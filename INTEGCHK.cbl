000010*****************************************************************
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.     INTEGCHK.
000040 AUTHOR.         D. KOVACS.
000050 INSTALLATION.   DATA PROCESSING DEPT.
000060 DATE-WRITTEN.   10/15/2026.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*------------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    10/15/2026 DK    INITIAL VERSION - NIGHTLY CROSS-MASTER
000130*                      REFERENTIAL INTEGRITY SWEEP.  SEQXREF
000140*                      ONLY CHECKS CLAIMS AGAINST DIAG.DAT; THIS
000150*                      CHECKS THE OTHER RELATIONSHIPS BETWEEN
000160*                      THE MASTERS, ONE RULE AT A TIME:
000170*                        1. FEESCHED.DAT ENTRY FOR A CODE THAT IS
000180*                           NOT ON DIAG.DAT OR IS END-DATED THERE.
000190*                        2. XWALK.DAT ENTRY WHOSE NEW CODE IS NOT
000200*                           ON DIAG.DAT.
000210*                        3. CLAIMS.DAT CLAIM FOR A PATIENT WHO IS
000220*                           INACTIVE OR NOT ON PATIENT.DAT.
000230*                        4. CHAPTER.DAT LETTER WITH NO CODES ON
000240*                           DIAG.DAT.
000250*                        5. CLMDUPS.DAT SUSPENDED CLAIM WHOSE
000260*                           Claim-No IS BACK ON CLAIMS.DAT.
000270*                      EXCEPTIONS GO TO INTEGCHK.RPT GROUPED BY
000280*                      RULE WITH A COUNT PER RULE.  THE COMMAND
000290*                      LINE NAMES THE CRITICAL RULES AS A STRING
000300*                      OF RULE NUMBERS (E.G. "235"; "0" FOR NONE;
000310*                      BLANK DEFAULTS TO "25").  THE RUN-CONTROL
000320*                      RECORD CARRIES RECORDS CHECKED, TOTAL
000330*                      EXCEPTIONS, AND EXCEPTIONS UNDER CRITICAL
000340*                      RULES IN THE REJECTED BUCKET, WHICH SEQBAL
000350*                      FAILS THE NIGHT ON.
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT DIAG-FILE ASSIGN TO DISK
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS DiagCode
000440         FILE STATUS IS DIAG-STATUS.

000450     SELECT FEE-FILE ASSIGN TO DISK
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS Fee-Diag-Code
000490         FILE STATUS IS FEE-STATUS.

000500     SELECT XWALK-FILE ASSIGN TO DISK
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS Xwalk-Old-Code
000540         FILE STATUS IS XWALK-STATUS.

000550     SELECT CLAIMS-FILE ASSIGN TO DISK
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS Claim-No
000590         FILE STATUS IS CLAIMS-STATUS.

000600     SELECT PATIENT-FILE ASSIGN TO DISK
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS Patient-ID
000640         FILE STATUS IS PATMAST-STATUS.

000650     SELECT CHAPTER-FILE ASSIGN TO DISK
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS Chapter-Letter
000690         FILE STATUS IS CHAPTER-STATUS.

000700     SELECT SUSP-FILE ASSIGN TO DISK
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS Susp-Claim-No
000740         FILE STATUS IS SUSP-STATUS.

000750     SELECT REPORT-FILE ASSIGN TO DISK
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS REPORT-STATUS.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  DIAG-FILE
000820     LABEL RECORD IS STANDARD
000830     VALUE OF FILE-ID IS "DIAG.DAT"
000840     DATA RECORD IS DiagDetails.
000850     COPY DIAGREC.

000860 FD  FEE-FILE
000870     LABEL RECORD IS STANDARD
000880     VALUE OF FILE-ID IS "FEESCHED.DAT"
000890     DATA RECORD IS FeeDetail.
000900     COPY FEEREC.

000910 FD  XWALK-FILE
000920     LABEL RECORD IS STANDARD
000930     VALUE OF FILE-ID IS "XWALK.DAT"
000940     DATA RECORD IS XwalkDetail.
000950     COPY XWALKREC.

000960 FD  CLAIMS-FILE
000970     LABEL RECORD IS STANDARD
000980     VALUE OF FILE-ID IS "CLAIMS.DAT"
000990     DATA RECORD IS ClaimDetail.
001000     COPY CLAIMREC.

001010 FD  PATIENT-FILE
001020     LABEL RECORD IS STANDARD
001030     VALUE OF FILE-ID IS "PATIENT.DAT"
001040     DATA RECORD IS PatientDetail.
001050     COPY PATREC.

001060 FD  CHAPTER-FILE
001070     LABEL RECORD IS STANDARD
001080     VALUE OF FILE-ID IS "CHAPTER.DAT"
001090     DATA RECORD IS ChapterDetail.
001100     COPY CHAPREC.

001110 FD  SUSP-FILE
001120     LABEL RECORD IS STANDARD
001130     VALUE OF FILE-ID IS "CLMDUPS.DAT"
001140     DATA RECORD IS SuspDetail.
001150     COPY SUSPREC.

001160 FD  REPORT-FILE
001170     LABEL RECORD IS STANDARD
001180     VALUE OF FILE-ID IS "INTEGCHK.RPT"
001190     DATA RECORD IS PRINT-LINE.
001200 01  PRINT-LINE                 PIC X(100).
001210*
001220 WORKING-STORAGE SECTION.
001230 01  DIAG-STATUS             PIC X(02) VALUE "00".
001240     88  DIAG-OK             VALUE "00", "02".
001250     88  DIAG-NOT-FOUND      VALUE "23", "35".

001260 01  FEE-STATUS              PIC X(02) VALUE "00".
001270     88  FEE-OK              VALUE "00".
001280     88  FEE-NOT-FOUND       VALUE "35".

001290 01  XWALK-STATUS            PIC X(02) VALUE "00".
001300     88  XWALK-OK            VALUE "00".
001310     88  XWALK-NOT-FOUND     VALUE "35".

001320 01  CLAIMS-STATUS           PIC X(02) VALUE "00".
001330     88  CLAIMS-OK           VALUE "00", "02".
001340     88  CLAIMS-NOT-FOUND    VALUE "23", "35".

001350 01  PATMAST-STATUS          PIC X(02) VALUE "00".
001360     88  PATMAST-OK          VALUE "00", "02".
001370     88  PATMAST-NOT-FOUND   VALUE "23", "35".

001380 01  CHAPTER-STATUS          PIC X(02) VALUE "00".
001390     88  CHAPTER-OK          VALUE "00".
001400     88  CHAPTER-NOT-FOUND   VALUE "35".

001410 01  SUSP-STATUS             PIC X(02) VALUE "00".
001420     88  SUSP-OK             VALUE "00".
001430     88  SUSP-NOT-FOUND      VALUE "35".

001440 01  REPORT-STATUS           PIC X(02) VALUE "00".
001450     88  REPORT-OK           VALUE "00".

001460 01  DIAG-AVAIL-SW           PIC X(01) VALUE "Y".
001470     88  IS-DIAG-AVAIL       VALUE "Y".

001480 01  CLAIMS-AVAIL-SW         PIC X(01) VALUE "Y".
001490     88  IS-CLAIMS-AVAIL     VALUE "Y".

001500 01  PATIENT-AVAIL-SW        PIC X(01) VALUE "Y".
001510     88  IS-PATIENT-AVAIL    VALUE "Y".

001520 01  SCAN-EOF-SW             PIC X(01) VALUE "N".
001530     88  IS-SCAN-EOF         VALUE "Y".

001540 01  CODES-FOUND-SW          PIC X(01) VALUE "N".
001550     88  CHAPTER-HAS-CODES   VALUE "Y".

001560 01  RUN-DATE-WS.
001570     02  RUN-YEAR            PIC 9(04).
001580     02  RUN-MONTH           PIC 9(02).
001590     02  RUN-DAY             PIC 9(02).
001600 01  RUN-TODAY-DATE REDEFINES RUN-DATE-WS
001610                             PIC 9(08).

001620 01  RUN-TIME-WS.
001630     02  RUN-HOUR            PIC 9(02).
001640     02  RUN-MINUTE          PIC 9(02).
001650     02  RUN-SECOND          PIC 9(02).
001660     02  FILLER              PIC 9(02).

001670 01  RUN-DATE-DISPLAY        PIC X(10).
001680 01  RUN-TIME-DISPLAY        PIC X(08).

001690 01  LINE-COUNT              PIC 9(02) VALUE ZERO COMP.
001700 01  LINES-PER-PAGE          PIC 9(02) VALUE 55 COMP.
001710 01  PAGE-COUNT              PIC 9(03) VALUE ZERO COMP.

001720*
001730*    CRITICAL-RULE PARAMETER.  EACH DIGIT 1-5 MARKS THAT RULE
001740*    CRITICAL; "0" ALONE MARKS NONE.
001750*
001760 01  CRIT-PARM               PIC X(10) VALUE SPACES.
001770 01  CRIT-CHECK              PIC X(10) VALUE SPACES.
001780 01  CRIT-DEFAULT            PIC X(10) VALUE "25".
001790 01  CRIT-TALLY              PIC 9(02) VALUE ZERO COMP.

001800 01  RULE-DIGIT-VALUES       PIC X(05) VALUE "12345".
001810 01  RULE-DIGIT-TABLE REDEFINES RULE-DIGIT-VALUES.
001820     02  RULE-DIGIT          PIC X(01) OCCURS 5 TIMES.

001830 01  RULE-TITLE-VALUES.
001840     02  FILLER              PIC X(50) VALUE
001850         "FEE SCHEDULE CODE DELETED OR END-DATED ON DIAG.DAT".
001860     02  FILLER              PIC X(50) VALUE
001870         "CROSSWALK NEW CODE NOT ON DIAG.DAT".
001880     02  FILLER              PIC X(50) VALUE
001890         "CLAIM FOR INACTIVE OR UNKNOWN PATIENT".
001900     02  FILLER              PIC X(50) VALUE
001910         "CHAPTER LETTER WITH NO DIAGNOSIS CODES".
001920     02  FILLER              PIC X(50) VALUE
001930         "SUSPENDED CLAIM RE-ADDED TO CLAIMS.DAT".
001940 01  RULE-TITLE-TABLE REDEFINES RULE-TITLE-VALUES.
001950     02  RULE-TITLE          PIC X(50) OCCURS 5 TIMES.

001960 01  RULE-TABLE.
001970     02  RULE-ENTRY OCCURS 5 TIMES.
001980         03  RULE-CRITICAL-SW
001990                             PIC X(01).
002000             88  RULE-IS-CRITICAL
002010                             VALUE "Y".
002020         03  RULE-SKIPPED-SW PIC X(01).
002030             88  RULE-IS-SKIPPED
002040                             VALUE "Y".
002050         03  RULE-CHECKED    PIC 9(06) COMP.
002060         03  RULE-XCP-COUNT  PIC 9(06) COMP.

002070 01  RULE-IDX                PIC 9(02) VALUE ZERO COMP.
002080 01  CURR-RULE               PIC 9(02) VALUE ZERO COMP.

002090 01  CHECKED-TOTAL           PIC 9(06) VALUE ZERO COMP.
002100 01  XCP-TOTAL               PIC 9(06) VALUE ZERO COMP.
002110 01  CRITICAL-TOTAL          PIC 9(06) VALUE ZERO COMP.
002120 01  SKIPPED-TOTAL           PIC 9(02) VALUE ZERO COMP.

002130 01  XCP-KEY                 PIC X(10) VALUE SPACES.
002140 01  XCP-TEXT                PIC X(36) VALUE SPACES.
002150 01  XCP-REF                 PIC X(40) VALUE SPACES.
002160 01  SKIP-REASON             PIC X(40) VALUE SPACES.
002170 01  DSP-AMOUNT              PIC Z,ZZZ,ZZ9.99.

002180 01  AUDIT-PROGRAM-NAME      PIC X(08) VALUE "INTEGCHK".

002190 01  RUNCTL-READ-COUNT       PIC 9(06) VALUE ZERO.
002200 01  RUNCTL-WRITTEN-COUNT    PIC 9(06) VALUE ZERO.
002210 01  RUNCTL-REJECT-COUNT     PIC 9(06) VALUE ZERO.

002220 01  HDG1-LINE.
002230     02  FILLER              PIC X(01) VALUE SPACE.
002240     02  FILLER              PIC X(34)
002250             VALUE "MASTER FILE INTEGRITY EXCEPTIONS".
002260     02  FILLER              PIC X(06) VALUE "DATE: ".
002270     02  HDG1-DATE           PIC X(10).
002280     02  FILLER              PIC X(04) VALUE SPACES.
002290     02  FILLER              PIC X(06) VALUE "TIME: ".
002300     02  HDG1-TIME           PIC X(08).
002310     02  FILLER              PIC X(05) VALUE SPACES.
002320     02  FILLER              PIC X(06) VALUE "PAGE: ".
002330     02  HDG1-PAGE           PIC ZZ9.

002340 01  HDG2-LINE.
002350     02  FILLER              PIC X(01) VALUE SPACE.
002360     02  FILLER              PIC X(16)
002370             VALUE "CRITICAL RULES: ".
002380     02  HDG2-CRITICAL       PIC X(10).

002390 01  RULE-HDG-LINE.
002400     02  FILLER              PIC X(01) VALUE SPACE.
002410     02  FILLER              PIC X(05) VALUE "RULE ".
002420     02  RHD-RULE            PIC 9(01).
002430     02  FILLER              PIC X(03) VALUE " - ".
002440     02  RHD-TITLE           PIC X(50).
002450     02  FILLER              PIC X(02) VALUE SPACES.
002460     02  RHD-CRITICAL        PIC X(10).

002470 01  DETAIL-LINE.
002480     02  FILLER              PIC X(03) VALUE SPACES.
002490     02  DTL-KEY             PIC X(10).
002500     02  FILLER              PIC X(02) VALUE SPACES.
002510     02  DTL-TEXT            PIC X(36).
002520     02  FILLER              PIC X(02) VALUE SPACES.
002530     02  DTL-REF             PIC X(40).

002540 01  SKIP-LINE.
002550     02  FILLER              PIC X(03) VALUE SPACES.
002560     02  FILLER              PIC X(15) VALUE "RULE SKIPPED - ".
002570     02  SKP-REASON          PIC X(40).

002580 01  RULE-TOTAL-LINE.
002590     02  FILLER              PIC X(03) VALUE SPACES.
002600     02  FILLER              PIC X(05) VALUE "RULE ".
002610     02  RTL-RULE            PIC 9(01).
002620     02  FILLER              PIC X(02) VALUE ": ".
002630     02  RTL-XCP             PIC ZZZ,ZZ9.
002640     02  FILLER              PIC X(16)
002650             VALUE " EXCEPTION(S) IN".
002660     02  RTL-CHECKED         PIC ZZZ,ZZ9.
002670     02  FILLER              PIC X(19)
002680             VALUE " RECORD(S) CHECKED".

002690 01  SUMMARY-HDG-LINE.
002700     02  FILLER              PIC X(01) VALUE SPACE.
002710     02  FILLER              PIC X(22)
002720             VALUE "SUMMARY BY RULE".

002730 01  SUMMARY-LINE.
002740     02  FILLER              PIC X(03) VALUE SPACES.
002750     02  FILLER              PIC X(05) VALUE "RULE ".
002760     02  SUM-RULE            PIC 9(01).
002770     02  FILLER              PIC X(02) VALUE SPACES.
002780     02  SUM-TITLE           PIC X(50).
002790     02  SUM-XCP             PIC ZZZ,ZZ9.
002800     02  FILLER              PIC X(02) VALUE SPACES.
002810     02  SUM-FLAG            PIC X(10).

002820 01  TRAILER-LINE.
002830     02  FILLER              PIC X(01) VALUE SPACE.
002840     02  FILLER              PIC X(17)
002850             VALUE "TOTAL EXCEPTIONS ".
002860     02  TRL-XCP             PIC ZZZ,ZZ9.
002870     02  FILLER              PIC X(17)
002880             VALUE ", UNDER CRITICAL ".
002890     02  FILLER              PIC X(07) VALUE "RULES: ".
002900     02  TRL-CRITICAL        PIC ZZZ,ZZ9.
002910*
002920 PROCEDURE DIVISION.
002930*
002940 0000-MAINLINE.
002950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002960     IF RETURN-CODE = 16
002970         STOP RUN
002980     END-IF
002990     PERFORM 2000-CHECK-FEES THRU 2000-EXIT
003000     PERFORM 3000-CHECK-XWALK THRU 3000-EXIT
003010     PERFORM 4000-CHECK-PATIENTS THRU 4000-EXIT
003020     PERFORM 5000-CHECK-CHAPTERS THRU 5000-EXIT
003030     PERFORM 5500-CHECK-SUSPENSE THRU 5500-EXIT
003040     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
003050     PERFORM 9000-TERMINATE THRU 9000-EXIT
003060     STOP RUN.
003070*
003080*----------------------------------------------------------------
003090*    1000-INITIALIZE - SETTLE THE CRITICAL RULES FROM THE
003100*    COMMAND LINE, THEN OPEN THE MASTERS THE RULES SHARE.  A
003110*    MISSING MASTER SKIPS ONLY THE RULES THAT NEED IT, SO ONE
003120*    ABSENT FILE DOES NOT HIDE THE REST OF THE NIGHT'S CHECKS.
003130*----------------------------------------------------------------
003140 1000-INITIALIZE.
003150     ACCEPT CRIT-PARM FROM COMMAND-LINE
003160     IF CRIT-PARM = SPACES
003170         MOVE CRIT-DEFAULT TO CRIT-PARM
003180     END-IF
003190     MOVE CRIT-PARM TO CRIT-CHECK
003200     INSPECT CRIT-CHECK REPLACING ALL "0" BY SPACE
003210         ALL "1" BY SPACE ALL "2" BY SPACE ALL "3" BY SPACE
003220         ALL "4" BY SPACE ALL "5" BY SPACE
003230     IF CRIT-CHECK NOT = SPACES
003240         DISPLAY "INTEGCHK: INVALID CRITICAL-RULE PARAMETER "
003250             CRIT-PARM " - USE RULE NUMBERS 1-5, OR 0 FOR NONE"
003260         MOVE 16 TO RETURN-CODE
003270         GO TO 1000-EXIT
003280     END-IF
003290     PERFORM 1100-SET-ONE-RULE THRU 1100-EXIT
003300         VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > 5
003310     ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
003320     ACCEPT RUN-TIME-WS FROM TIME
003330     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
003340         DELIMITED BY SIZE INTO RUN-DATE-DISPLAY
003350     STRING RUN-HOUR ":" RUN-MINUTE ":" RUN-SECOND
003360         DELIMITED BY SIZE INTO RUN-TIME-DISPLAY
003370     OPEN OUTPUT REPORT-FILE
003380     OPEN INPUT DIAG-FILE
003390     IF DIAG-NOT-FOUND
003400         DISPLAY "INTEGCHK: DIAG.DAT NOT FOUND - RULES 1, 2 AND 4"
003410             " SKIPPED"
003420         MOVE "N" TO DIAG-AVAIL-SW
003430     END-IF
003440     OPEN INPUT CLAIMS-FILE
003450     IF CLAIMS-NOT-FOUND
003460         DISPLAY "INTEGCHK: CLAIMS.DAT NOT FOUND - RULES 3 AND 5"
003470             " SKIPPED"
003480         MOVE "N" TO CLAIMS-AVAIL-SW
003490     END-IF
003500     OPEN INPUT PATIENT-FILE
003510     IF PATMAST-NOT-FOUND
003520         DISPLAY "INTEGCHK: PATIENT.DAT NOT FOUND - RULE 3"
003530             " SKIPPED"
003540         MOVE "N" TO PATIENT-AVAIL-SW
003550     END-IF
003560     MOVE CRIT-PARM TO HDG2-CRITICAL
003570     IF CRIT-PARM = "0"
003580         MOVE "NONE" TO HDG2-CRITICAL
003590     END-IF
003600     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
003610 1000-EXIT.
003620     EXIT.
003630*
003640 1100-SET-ONE-RULE.
003650     MOVE "N" TO RULE-CRITICAL-SW (RULE-IDX)
003660     MOVE "N" TO RULE-SKIPPED-SW (RULE-IDX)
003670     MOVE ZERO TO RULE-CHECKED (RULE-IDX)
003680     MOVE ZERO TO RULE-XCP-COUNT (RULE-IDX)
003690     MOVE ZERO TO CRIT-TALLY
003700     INSPECT CRIT-PARM TALLYING CRIT-TALLY
003710         FOR ALL RULE-DIGIT (RULE-IDX)
003720     IF CRIT-TALLY > ZERO
003730         MOVE "Y" TO RULE-CRITICAL-SW (RULE-IDX)
003740     END-IF.
003750 1100-EXIT.
003760     EXIT.
003770*
003780*----------------------------------------------------------------
003790*    2000-CHECK-FEES - RULE 1.  EVERY FEESCHED.DAT CODE MUST BE
003800*    ON DIAG.DAT AND STILL IN EFFECT TODAY, OR CLMMAINT IS
003810*    PRICING CLAIMS AGAINST A CODE THAT CAN NO LONGER BE BILLED.
003820*----------------------------------------------------------------
003830 2000-CHECK-FEES.
003840     MOVE 1 TO CURR-RULE
003850     PERFORM 6100-PRINT-RULE-HEADING THRU 6100-EXIT
003860     IF NOT IS-DIAG-AVAIL
003870         MOVE "DIAG.DAT NOT FOUND" TO SKIP-REASON
003880         PERFORM 6300-PRINT-SKIPPED THRU 6300-EXIT
003890         GO TO 2000-EXIT
003900     END-IF
003910     OPEN INPUT FEE-FILE
003920     IF FEE-NOT-FOUND
003930         MOVE "FEESCHED.DAT NOT FOUND" TO SKIP-REASON
003940         PERFORM 6300-PRINT-SKIPPED THRU 6300-EXIT
003950         GO TO 2000-EXIT
003960     END-IF
003970     MOVE "N" TO SCAN-EOF-SW
003980     PERFORM 2100-CHECK-ONE-FEE THRU 2100-EXIT
003990         UNTIL IS-SCAN-EOF
004000     CLOSE FEE-FILE
004010     PERFORM 6200-PRINT-RULE-TOTAL THRU 6200-EXIT.
004020 2000-EXIT.
004030     EXIT.
004040*
004050 2100-CHECK-ONE-FEE.
004060     READ FEE-FILE NEXT RECORD
004070         AT END MOVE "Y" TO SCAN-EOF-SW
004080     END-READ
004090     IF IS-SCAN-EOF
004100         GO TO 2100-EXIT
004110     END-IF
004120     ADD 1 TO RULE-CHECKED (CURR-RULE)
004130     MOVE Fee-Diag-Code TO XCP-KEY
004140     MOVE Fee-Allowed-Amount TO DSP-AMOUNT
004150     MOVE SPACES TO XCP-REF
004160     STRING "ALLOWED " DSP-AMOUNT DELIMITED BY SIZE INTO XCP-REF
004170     MOVE Fee-Diag-Code TO DiagCode
004180     READ DIAG-FILE
004190         INVALID KEY
004200             MOVE "CODE NOT ON DIAG.DAT" TO XCP-TEXT
004210             PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
004220         NOT INVALID KEY
004230             IF Diag-Eff-To NOT = ZERO
004240                     AND Diag-Eff-To < RUN-TODAY-DATE
004250                 MOVE SPACES TO XCP-TEXT
004260                 STRING "CODE END-DATED " Diag-Eff-To
004270                     " ON DIAG.DAT" DELIMITED BY SIZE
004280                     INTO XCP-TEXT
004290                 PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
004300             END-IF
004310     END-READ.
004320 2100-EXIT.
004330     EXIT.
004340*
004350*----------------------------------------------------------------
004360*    3000-CHECK-XWALK - RULE 2.  EVERY CROSSWALK TARGET MUST BE
004370*    ON DIAG.DAT, OR CLMREMAP WOULD MOVE CLAIMS ONTO A CODE THE
004380*    MASTER DOES NOT KNOW.
004390*----------------------------------------------------------------
004400 3000-CHECK-XWALK.
004410     MOVE 2 TO CURR-RULE
004420     PERFORM 6100-PRINT-RULE-HEADING THRU 6100-EXIT
004430     IF NOT IS-DIAG-AVAIL
004440         MOVE "DIAG.DAT NOT FOUND" TO SKIP-REASON
004450         PERFORM 6300-PRINT-SKIPPED THRU 6300-EXIT
004460         GO TO 3000-EXIT
004470     END-IF
004480     OPEN INPUT XWALK-FILE
004490     IF XWALK-NOT-FOUND
004500         MOVE "XWALK.DAT NOT FOUND" TO SKIP-REASON
004510         PERFORM 6300-PRINT-SKIPPED THRU 6300-EXIT
004520         GO TO 3000-EXIT
004530     END-IF
004540     MOVE "N" TO SCAN-EOF-SW
004550     PERFORM 3100-CHECK-ONE-XWALK THRU 3100-EXIT
004560         UNTIL IS-SCAN-EOF
004570     CLOSE XWALK-FILE
004580     PERFORM 6200-PRINT-RULE-TOTAL THRU 6200-EXIT.
004590 3000-EXIT.
004600     EXIT.
004610*
004620 3100-CHECK-ONE-XWALK.
004630     READ XWALK-FILE NEXT RECORD
004640         AT END MOVE "Y" TO SCAN-EOF-SW
004650     END-READ
004660     IF IS-SCAN-EOF
004670         GO TO 3100-EXIT
004680     END-IF
004690     ADD 1 TO RULE-CHECKED (CURR-RULE)
004700     MOVE Xwalk-New-Code TO DiagCode
004710     READ DIAG-FILE
004720         INVALID KEY
004730             MOVE Xwalk-Old-Code TO XCP-KEY
004740             MOVE "MAPS TO A CODE NOT ON DIAG.DAT" TO XCP-TEXT
004750             MOVE SPACES TO XCP-REF
004760             STRING "NEW CODE " Xwalk-New-Code " EFFECTIVE "
004770                 Xwalk-Eff-Date DELIMITED BY SIZE INTO XCP-REF
004780             PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
004790     END-READ.
004800 3100-EXIT.
004810     EXIT.
004820*
004830*----------------------------------------------------------------
004840*    4000-CHECK-PATIENTS - RULE 3.  EVERY CLAIM ON THE MASTER
004850*    MUST BELONG TO A PATIENT WHO IS ON PATIENT.DAT AND ACTIVE.
004860*----------------------------------------------------------------
004870 4000-CHECK-PATIENTS.
004880     MOVE 3 TO CURR-RULE
004890     PERFORM 6100-PRINT-RULE-HEADING THRU 6100-EXIT
004900     IF NOT IS-CLAIMS-AVAIL
004910         MOVE "CLAIMS.DAT NOT FOUND" TO SKIP-REASON
004920         PERFORM 6300-PRINT-SKIPPED THRU 6300-EXIT
004930         GO TO 4000-EXIT
004940     END-IF
004950     IF NOT IS-PATIENT-AVAIL
004960         MOVE "PATIENT.DAT NOT FOUND" TO SKIP-REASON
004970         PERFORM 6300-PRINT-SKIPPED THRU 6300-EXIT
004980         GO TO 4000-EXIT
004990     END-IF
005000     MOVE "N" TO SCAN-EOF-SW
005010     MOVE LOW-VALUES TO Claim-No
005020     START CLAIMS-FILE KEY NOT < Claim-No
005030         INVALID KEY
005040             MOVE "Y" TO SCAN-EOF-SW
005050     END-START
005060     PERFORM 4100-CHECK-ONE-CLAIM THRU 4100-EXIT
005070         UNTIL IS-SCAN-EOF
005080     PERFORM 6200-PRINT-RULE-TOTAL THRU 6200-EXIT.
005090 4000-EXIT.
005100     EXIT.
005110*
005120 4100-CHECK-ONE-CLAIM.
005130     READ CLAIMS-FILE NEXT RECORD
005140         AT END MOVE "Y" TO SCAN-EOF-SW
005150     END-READ
005160     IF IS-SCAN-EOF
005170         GO TO 4100-EXIT
005180     END-IF
005190     ADD 1 TO RULE-CHECKED (CURR-RULE)
005200     MOVE Claim-No TO XCP-KEY
005210     MOVE SPACES TO XCP-REF
005220     STRING "PATIENT " Claim-Patient-ID " " Claim-Patient-Name
005230         DELIMITED BY SIZE INTO XCP-REF
005240     MOVE Claim-Patient-ID TO Patient-ID
005250     READ PATIENT-FILE
005260         INVALID KEY
005270             MOVE "PATIENT NOT ON PATIENT.DAT" TO XCP-TEXT
005280             PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
005290         NOT INVALID KEY
005300             IF Patient-Is-Inactive
005310                 MOVE "PATIENT INACTIVE ON PATIENT.DAT"
005320                     TO XCP-TEXT
005330                 PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
005340             END-IF
005350     END-READ.
005360 4100-EXIT.
005370     EXIT.
005380*
005390*----------------------------------------------------------------
005400*    5000-CHECK-CHAPTERS - RULE 4.  EVERY CHAPTER LETTER MUST
005410*    HAVE AT LEAST ONE CODE ON DIAG.DAT.  THE FIRST CODE AT OR
005420*    AFTER THE LETTER IS READ; IF IT STARTS WITH ANOTHER LETTER,
005430*    THE CHAPTER IS EMPTY.
005440*----------------------------------------------------------------
005450 5000-CHECK-CHAPTERS.
005460     MOVE 4 TO CURR-RULE
005470     PERFORM 6100-PRINT-RULE-HEADING THRU 6100-EXIT
005480     IF NOT IS-DIAG-AVAIL
005490         MOVE "DIAG.DAT NOT FOUND" TO SKIP-REASON
005500         PERFORM 6300-PRINT-SKIPPED THRU 6300-EXIT
005510         GO TO 5000-EXIT
005520     END-IF
005530     OPEN INPUT CHAPTER-FILE
005540     IF CHAPTER-NOT-FOUND
005550         MOVE "CHAPTER.DAT NOT FOUND" TO SKIP-REASON
005560         PERFORM 6300-PRINT-SKIPPED THRU 6300-EXIT
005570         GO TO 5000-EXIT
005580     END-IF
005590     MOVE "N" TO SCAN-EOF-SW
005600     PERFORM 5100-CHECK-ONE-CHAPTER THRU 5100-EXIT
005610         UNTIL IS-SCAN-EOF
005620     CLOSE CHAPTER-FILE
005630     PERFORM 6200-PRINT-RULE-TOTAL THRU 6200-EXIT.
005640 5000-EXIT.
005650     EXIT.
005660*
005670 5100-CHECK-ONE-CHAPTER.
005680     READ CHAPTER-FILE NEXT RECORD
005690         AT END MOVE "Y" TO SCAN-EOF-SW
005700     END-READ
005710     IF IS-SCAN-EOF
005720         GO TO 5100-EXIT
005730     END-IF
005740     ADD 1 TO RULE-CHECKED (CURR-RULE)
005750     MOVE "N" TO CODES-FOUND-SW
005760     MOVE SPACES TO DiagCode
005770     MOVE Chapter-Letter TO DiagCode (1:1)
005780     START DIAG-FILE KEY NOT < DiagCode
005790         INVALID KEY
005800             CONTINUE
005810         NOT INVALID KEY
005820             READ DIAG-FILE NEXT RECORD
005830                 AT END
005840                     CONTINUE
005850                 NOT AT END
005860                     IF DiagCode (1:1) = Chapter-Letter
005870                         MOVE "Y" TO CODES-FOUND-SW
005880                     END-IF
005890             END-READ
005900     END-START
005910     IF NOT CHAPTER-HAS-CODES
005920         MOVE Chapter-Letter TO XCP-KEY
005930         MOVE "NO CODES UNDER THIS LETTER" TO XCP-TEXT
005940         MOVE Chapter-Name TO XCP-REF
005950         PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
005960     END-IF.
005970 5100-EXIT.
005980     EXIT.
005990*
006000*----------------------------------------------------------------
006010*    5500-CHECK-SUSPENSE - RULE 5.  A CLAIM HELD IN DUPLICATE
006020*    SUSPENSE MUST NOT ALSO BE ON THE MASTER; IF IT IS, IT WAS
006030*    RE-ADDED AFTER CLMDUP PULLED IT AND A RELEASE WOULD BILL IT
006040*    TWICE.
006050*----------------------------------------------------------------
006060 5500-CHECK-SUSPENSE.
006070     MOVE 5 TO CURR-RULE
006080     PERFORM 6100-PRINT-RULE-HEADING THRU 6100-EXIT
006090     IF NOT IS-CLAIMS-AVAIL
006100         MOVE "CLAIMS.DAT NOT FOUND" TO SKIP-REASON
006110         PERFORM 6300-PRINT-SKIPPED THRU 6300-EXIT
006120         GO TO 5500-EXIT
006130     END-IF
006140     OPEN INPUT SUSP-FILE
006150     IF SUSP-NOT-FOUND
006160         MOVE "CLMDUPS.DAT NOT FOUND" TO SKIP-REASON
006170         PERFORM 6300-PRINT-SKIPPED THRU 6300-EXIT
006180         GO TO 5500-EXIT
006190     END-IF
006200     MOVE "N" TO SCAN-EOF-SW
006210     PERFORM 5600-CHECK-ONE-SUSP THRU 5600-EXIT
006220         UNTIL IS-SCAN-EOF
006230     CLOSE SUSP-FILE
006240     PERFORM 6200-PRINT-RULE-TOTAL THRU 6200-EXIT.
006250 5500-EXIT.
006260     EXIT.
006270*
006280 5600-CHECK-ONE-SUSP.
006290     READ SUSP-FILE NEXT RECORD
006300         AT END MOVE "Y" TO SCAN-EOF-SW
006310     END-READ
006320     IF IS-SCAN-EOF
006330         GO TO 5600-EXIT
006340     END-IF
006350     ADD 1 TO RULE-CHECKED (CURR-RULE)
006360     MOVE Susp-Claim-No TO Claim-No
006370     READ CLAIMS-FILE
006380         INVALID KEY
006390             CONTINUE
006400         NOT INVALID KEY
006410             MOVE Susp-Claim-No TO XCP-KEY
006420             MOVE "HELD IN SUSPENSE AND ON CLAIMS.DAT"
006430                 TO XCP-TEXT
006440             MOVE SPACES TO XCP-REF
006450             STRING "SUSPENSE " Susp-Patient-ID " MASTER "
006460                 Claim-Patient-ID DELIMITED BY SIZE INTO XCP-REF
006470             PERFORM 6000-PRINT-EXCEPTION THRU 6000-EXIT
006480     END-READ.
006490 5600-EXIT.
006500     EXIT.
006510*
006520*----------------------------------------------------------------
006530*    6000-PRINT-EXCEPTION - ONE EXCEPTION LINE UNDER THE RULE IN
006540*    PROGRESS, COUNTED AGAINST THAT RULE.
006550*----------------------------------------------------------------
006560 6000-PRINT-EXCEPTION.
006570     ADD 1 TO RULE-XCP-COUNT (CURR-RULE)
006580     IF LINE-COUNT >= LINES-PER-PAGE
006590         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
006600     END-IF
006610     MOVE XCP-KEY TO DTL-KEY
006620     MOVE XCP-TEXT TO DTL-TEXT
006630     MOVE XCP-REF TO DTL-REF
006640     WRITE PRINT-LINE FROM DETAIL-LINE
006650     ADD 1 TO LINE-COUNT.
006660 6000-EXIT.
006670     EXIT.
006680*
006690 6100-PRINT-RULE-HEADING.
006700     MOVE CURR-RULE TO RHD-RULE
006710     MOVE RULE-TITLE (CURR-RULE) TO RHD-TITLE
006720     MOVE SPACES TO RHD-CRITICAL
006730     IF RULE-IS-CRITICAL (CURR-RULE)
006740         MOVE "(CRITICAL)" TO RHD-CRITICAL
006750     END-IF
006760     IF LINE-COUNT >= LINES-PER-PAGE - 3
006770         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
006780     END-IF
006790     WRITE PRINT-LINE FROM SPACES
006800     WRITE PRINT-LINE FROM RULE-HDG-LINE
006810     ADD 2 TO LINE-COUNT.
006820 6100-EXIT.
006830     EXIT.
006840*
006850 6200-PRINT-RULE-TOTAL.
006860     MOVE CURR-RULE TO RTL-RULE
006870     MOVE RULE-XCP-COUNT (CURR-RULE) TO RTL-XCP
006880     MOVE RULE-CHECKED (CURR-RULE) TO RTL-CHECKED
006890     IF LINE-COUNT >= LINES-PER-PAGE
006900         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
006910     END-IF
006920     WRITE PRINT-LINE FROM RULE-TOTAL-LINE
006930     ADD 1 TO LINE-COUNT.
006940 6200-EXIT.
006950     EXIT.
006960*
006970 6300-PRINT-SKIPPED.
006980     MOVE "Y" TO RULE-SKIPPED-SW (CURR-RULE)
006990     MOVE SKIP-REASON TO SKP-REASON
007000     IF LINE-COUNT >= LINES-PER-PAGE
007010         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
007020     END-IF
007030     WRITE PRINT-LINE FROM SKIP-LINE
007040     ADD 1 TO LINE-COUNT
007050     DISPLAY "INTEGCHK: RULE " RHD-RULE " SKIPPED - " SKIP-REASON.
007060 6300-EXIT.
007070     EXIT.
007080*
007090*----------------------------------------------------------------
007100*    7000-PRINT-HEADINGS - START A NEW PAGE IN THE SEQRPT STYLE.
007110*----------------------------------------------------------------
007120 7000-PRINT-HEADINGS.
007130     ADD 1 TO PAGE-COUNT
007140     MOVE RUN-DATE-DISPLAY TO HDG1-DATE
007150     MOVE RUN-TIME-DISPLAY TO HDG1-TIME
007160     MOVE PAGE-COUNT TO HDG1-PAGE
007170     IF PAGE-COUNT > 1
007180         WRITE PRINT-LINE FROM SPACES
007190     END-IF
007200     WRITE PRINT-LINE FROM HDG1-LINE
007210     WRITE PRINT-LINE FROM HDG2-LINE
007220     WRITE PRINT-LINE FROM SPACES
007230     MOVE ZERO TO LINE-COUNT.
007240 7000-EXIT.
007250     EXIT.
007260*
007270*----------------------------------------------------------------
007280*    8000-PRINT-SUMMARY - ONE LINE PER RULE WITH ITS COUNT AND
007290*    WHETHER IT IS CRITICAL OR WAS SKIPPED, THEN THE GRAND TOTAL
007300*    AND THE CRITICAL TOTAL SEQBAL WILL SEE.
007310*----------------------------------------------------------------
007320 8000-PRINT-SUMMARY.
007330     IF LINE-COUNT >= LINES-PER-PAGE - 9
007340         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
007350     END-IF
007360     WRITE PRINT-LINE FROM SPACES
007370     WRITE PRINT-LINE FROM SUMMARY-HDG-LINE
007380     ADD 2 TO LINE-COUNT
007390     PERFORM 8100-SUMMARIZE-ONE-RULE THRU 8100-EXIT
007400         VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > 5
007410     MOVE XCP-TOTAL TO TRL-XCP
007420     MOVE CRITICAL-TOTAL TO TRL-CRITICAL
007430     WRITE PRINT-LINE FROM SPACES
007440     WRITE PRINT-LINE FROM TRAILER-LINE
007450     ADD 2 TO LINE-COUNT.
007460 8000-EXIT.
007470     EXIT.
007480*
007490 8100-SUMMARIZE-ONE-RULE.
007500     ADD RULE-CHECKED (RULE-IDX) TO CHECKED-TOTAL
007510     ADD RULE-XCP-COUNT (RULE-IDX) TO XCP-TOTAL
007520     MOVE RULE-IDX TO SUM-RULE
007530     MOVE RULE-TITLE (RULE-IDX) TO SUM-TITLE
007540     MOVE RULE-XCP-COUNT (RULE-IDX) TO SUM-XCP
007550     MOVE SPACES TO SUM-FLAG
007560     IF RULE-IS-CRITICAL (RULE-IDX)
007570         MOVE "CRITICAL" TO SUM-FLAG
007580         ADD RULE-XCP-COUNT (RULE-IDX) TO CRITICAL-TOTAL
007590     END-IF
007600     IF RULE-IS-SKIPPED (RULE-IDX)
007610         MOVE "SKIPPED" TO SUM-FLAG
007620         ADD 1 TO SKIPPED-TOTAL
007630     END-IF
007640     WRITE PRINT-LINE FROM SUMMARY-LINE
007650     ADD 1 TO LINE-COUNT.
007660 8100-EXIT.
007670     EXIT.
007680*
007690*----------------------------------------------------------------
007700*    9000-TERMINATE - CLOSE UP AND WRITE THE RUN-CONTROL RECORD:
007710*    RECORDS CHECKED, ALL EXCEPTIONS, AND CRITICAL EXCEPTIONS IN
007720*    THE REJECTED BUCKET FOR SEQBAL.  ANY EXCEPTION OR SKIPPED
007730*    RULE IS RETURN-CODE 4, AS SEQXREF SETS FOR ITS EXCEPTIONS.
007740*----------------------------------------------------------------
007750 9000-TERMINATE.
007760     CLOSE REPORT-FILE
007770     IF IS-DIAG-AVAIL
007780         CLOSE DIAG-FILE
007790     END-IF
007800     IF IS-CLAIMS-AVAIL
007810         CLOSE CLAIMS-FILE
007820     END-IF
007830     IF IS-PATIENT-AVAIL
007840         CLOSE PATIENT-FILE
007850     END-IF
007860     MOVE CHECKED-TOTAL TO RUNCTL-READ-COUNT
007870     MOVE XCP-TOTAL TO RUNCTL-WRITTEN-COUNT
007880     MOVE CRITICAL-TOTAL TO RUNCTL-REJECT-COUNT
007890     CALL "RUNCTL" USING AUDIT-PROGRAM-NAME RUNCTL-READ-COUNT
007900         RUNCTL-WRITTEN-COUNT RUNCTL-REJECT-COUNT
007910     IF XCP-TOTAL > ZERO OR SKIPPED-TOTAL > ZERO
007920         MOVE 4 TO RETURN-CODE
007930     END-IF
007940     DISPLAY "INTEGCHK: " CHECKED-TOTAL " RECORD(S) CHECKED, "
007950         XCP-TOTAL " EXCEPTION(S), " CRITICAL-TOTAL
007960         " UNDER CRITICAL RULES TO INTEGCHK.RPT".
007970 9000-EXIT.
007980     EXIT.
