000010*****************************************************************
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.     MSTRECV.
000040 AUTHOR.         D. KOVACS.
000050 INSTALLATION.   DATA PROCESSING DEPT.
000060 DATE-WRITTEN.   10/15/2026.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*------------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    10/15/2026 DK    INITIAL VERSION - ROLL-FORWARD RECOVERY FOR
000130*                      DIAG.DAT, CLAIMS.DAT, PATIENT.DAT AND
000140*                      FEESCHED.DAT.  RELOADS THE NAMED MASTER
000150*                      FROM ITS FLAT UNLOAD (DIAGSEQ.DAT,
000160*                      CLAIMSEQ.DAT, PATSEQ.DAT OR FEESEQ.DAT),
000170*                      THEN REAPPLIES THE AFTER-IMAGES JOURNALED
000180*                      SINCE THAT UNLOAD WAS TAKEN, UP TO A
000190*                      CHOSEN DATE/TIME OR FEED SEQUENCE NUMBER,
000200*                      OPTIONALLY LEAVING OUT ONE BAD FEED.  EVERY
000210*                      ENTRY REAPPLIED IS LISTED ON MSTRECV.RPT,
000220*                      AND ANY WHOSE BEFORE-IMAGE DOES NOT MATCH
000230*                      THE RECORD IT IS APPLIED OVER IS FLAGGED.
000240*
000250*                      PARAMETERS (COMMAND LINE):
000260*                        master LIST
000270*                          - LIST THE FEEDS ON JOURNAL.DAT FOR THE
000280*                            MASTER, NEWEST LAST, WITH THEIR IDS.
000290*                        master [TO yyyymmddhhmmss]
000300*                               [SEQ feed-id nnnnnn]
000310*                               [BACKOUT feed-id]
000320*                               [FROM yyyymmddhhmmss]
000330*                          - RECOVER.  WITH NO TO OR SEQ THE WHOLE
000340*                            JOURNAL IS REAPPLIED.  SEQ STOPS
000350*                            AFTER THAT FEED'S ENTRY nnnnnn.
000360*                            BACKOUT LEAVES THE NAMED FEED OUT.
000370*                            FROM OVERRIDES THE BASE POINT WHEN
000380*                            AN OLDER COPY OF THE UNLOAD HAS BEEN
000390*                            PUT BACK IN PLACE.
000400*                      master IS DIAG, CLAIMS, PATIENT OR FEESCHED.
000403*    10/15/2026 DK    PATSEQ.DAT RECORD WIDENED TO 51 BYTES FOR
000406*                      Patient-Merged-To.
000407*    10/15/2026 DK    CLAIMSEQ.DAT RECORD WIDENED TO 109 BYTES FOR
000408*                      Claim-Provider-ID.
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT JOURNAL-FILE ASSIGN TO DISK
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS JOURNAL-STATUS.

000480     SELECT DIAG-FILE ASSIGN TO DISK
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS DiagCode
000520         FILE STATUS IS DIAG-STATUS.

000530     SELECT CLAIMS-FILE ASSIGN TO DISK
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS Claim-No
000570         FILE STATUS IS CLAIMS-STATUS.

000580     SELECT PATIENT-FILE ASSIGN TO DISK
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS Patient-ID
000620         FILE STATUS IS PATMAST-STATUS.

000630     SELECT FEE-FILE ASSIGN TO DISK
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS Fee-Diag-Code
000670         FILE STATUS IS FEE-STATUS.

000680     SELECT DIAGSEQ-FILE ASSIGN TO DISK
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS UNLOAD-STATUS.

000710     SELECT CLAIMSEQ-FILE ASSIGN TO DISK
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS UNLOAD-STATUS.

000740     SELECT PATSEQ-FILE ASSIGN TO DISK
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS UNLOAD-STATUS.

000770     SELECT FEESEQ-FILE ASSIGN TO DISK
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS UNLOAD-STATUS.

000800     SELECT REPORT-FILE ASSIGN TO DISK
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS REPORT-STATUS.
000830*
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  JOURNAL-FILE
000870     LABEL RECORD IS STANDARD
000880     VALUE OF FILE-ID IS "JOURNAL.DAT"
000890     DATA RECORD IS JournalEntry.
000900     COPY JRNLREC.

000910 FD  DIAG-FILE
000920     LABEL RECORD IS STANDARD
000930     VALUE OF FILE-ID IS "DIAG.DAT"
000940     DATA RECORD IS DiagDetails.
000950     COPY DIAGREC.

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

001060 FD  FEE-FILE
001070     LABEL RECORD IS STANDARD
001080     VALUE OF FILE-ID IS "FEESCHED.DAT"
001090     DATA RECORD IS FeeDetail.
001100     COPY FEEREC.

001110*----------------------------------------------------------------
001120*    THE FLAT UNLOADS CARRY EACH MASTER RECORD FIELD FOR FIELD IN
001130*    THE MASTER'S OWN LAYOUT, SO THEY ARE READ HERE AS WHOLE
001140*    RECORD IMAGES AND MOVED STRAIGHT ACROSS.
001150*----------------------------------------------------------------
001160 FD  DIAGSEQ-FILE
001170     LABEL RECORD IS STANDARD
001180     VALUE OF FILE-ID IS "DIAGSEQ.DAT"
001190     DATA RECORD IS DiagSeqImage.
001200 01  DiagSeqImage                PIC X(91).

001210 FD  CLAIMSEQ-FILE
001220     LABEL RECORD IS STANDARD
001230     VALUE OF FILE-ID IS "CLAIMSEQ.DAT"
001240     DATA RECORD IS ClaimSeqImage.
001250 01  ClaimSeqImage               PIC X(109).

001260 FD  PATSEQ-FILE
001270     LABEL RECORD IS STANDARD
001280     VALUE OF FILE-ID IS "PATSEQ.DAT"
001290     DATA RECORD IS PatSeqImage.
001300 01  PatSeqImage                 PIC X(51).

001310 FD  FEESEQ-FILE
001320     LABEL RECORD IS STANDARD
001330     VALUE OF FILE-ID IS "FEESEQ.DAT"
001340     DATA RECORD IS FeeSeqImage.
001350 01  FeeSeqImage                 PIC X(14).

001360 FD  REPORT-FILE
001370     LABEL RECORD IS STANDARD
001380     VALUE OF FILE-ID IS "MSTRECV.RPT"
001390     DATA RECORD IS PRINT-LINE.
001400 01  PRINT-LINE                  PIC X(100).
001410*
001420 WORKING-STORAGE SECTION.
001430 01  JOURNAL-STATUS          PIC X(02) VALUE "00".
001440     88  JOURNAL-OK          VALUE "00".
001450     88  JOURNAL-NOT-FOUND   VALUE "35".

001460 01  DIAG-STATUS             PIC X(02) VALUE "00".
001470     88  DIAG-OK             VALUE "00", "02".
001480     88  DIAG-NOT-FOUND      VALUE "23", "35".

001490 01  CLAIMS-STATUS           PIC X(02) VALUE "00".
001500     88  CLAIMS-OK           VALUE "00", "02".
001510     88  CLAIMS-NOT-FOUND    VALUE "23", "35".

001520 01  PATMAST-STATUS          PIC X(02) VALUE "00".
001530     88  PATMAST-OK          VALUE "00", "02".
001540     88  PATMAST-NOT-FOUND   VALUE "23", "35".

001550 01  FEE-STATUS              PIC X(02) VALUE "00".
001560     88  FEE-OK              VALUE "00", "02".
001570     88  FEE-NOT-FOUND       VALUE "23", "35".

001580 01  UNLOAD-STATUS           PIC X(02) VALUE "00".
001590     88  UNLOAD-OK           VALUE "00".
001600     88  UNLOAD-NOT-FOUND    VALUE "35".

001610 01  REPORT-STATUS           PIC X(02) VALUE "00".
001620     88  REPORT-OK           VALUE "00".

001630 01  RECV-PARM               PIC X(80) VALUE SPACES.
001640 01  RECV-TOKENS.
001650     02  RECV-TOKEN          PIC X(20) OCCURS 9 TIMES.
001660 01  TOKEN-IDX               PIC 9(02) VALUE ZERO COMP.
001670 01  TOKEN-LEN               PIC 9(02) VALUE ZERO COMP.

001680 01  RECV-MASTER             PIC X(08) VALUE SPACES.
001690     88  RECV-IS-DIAG        VALUE "DIAG".
001700     88  RECV-IS-CLAIMS      VALUE "CLAIMS".
001710     88  RECV-IS-PATIENT     VALUE "PATIENT".
001720     88  RECV-IS-FEESCHED    VALUE "FEESCHED".
001730 01  RECV-UNLOAD-NAME        PIC X(12) VALUE SPACES.
001740 01  RECV-CNV-NAME           PIC X(08) VALUE SPACES.

001750 01  LIST-SW                 PIC X(01) VALUE "N".
001760     88  IS-LIST-RUN         VALUE "Y".
001770 01  TO-SW                   PIC X(01) VALUE "N".
001780     88  IS-TO-GIVEN         VALUE "Y".
001790 01  SEQ-SW                  PIC X(01) VALUE "N".
001800     88  IS-SEQ-GIVEN        VALUE "Y".
001810 01  BACKOUT-SW              PIC X(01) VALUE "N".
001820     88  IS-BACKOUT-GIVEN    VALUE "Y".
001830 01  FROM-SW                 PIC X(01) VALUE "N".
001840     88  IS-FROM-GIVEN       VALUE "Y".

001850 01  TO-STAMP                PIC 9(14) VALUE ZERO.
001860 01  FROM-STAMP              PIC 9(14) VALUE ZERO.
001870 01  SEQ-FEED-ID             PIC 9(14) VALUE ZERO.
001880 01  SEQ-STOP-NO             PIC 9(06) VALUE ZERO.
001890 01  BACKOUT-FEED-ID         PIC 9(14) VALUE ZERO.

001900 01  ENTRY-STAMP.
001910     02  ENTRY-STAMP-DATE    PIC 9(08).
001920     02  ENTRY-STAMP-TIME    PIC 9(06).
001930 01  ENTRY-STAMP-N REDEFINES ENTRY-STAMP
001940                             PIC 9(14).
001950 01  BASE-STAMP              PIC 9(14) VALUE ZERO.
001960 01  BASE-REC-NO             PIC 9(08) VALUE ZERO COMP.
001970 01  JOURNAL-REC-NO          PIC 9(08) VALUE ZERO COMP.

001980 01  JOURNAL-EOF-SW          PIC X(01) VALUE "N".
001990     88  IS-JOURNAL-EOF      VALUE "Y".
002000 01  UNLOAD-EOF-SW           PIC X(01) VALUE "N".
002010     88  IS-UNLOAD-EOF       VALUE "Y".
002020 01  STOP-SW                 PIC X(01) VALUE "N".
002030     88  IS-STOPPED          VALUE "Y".
002040 01  SEQ-FEED-SEEN-SW        PIC X(01) VALUE "N".
002050     88  IS-SEQ-FEED-SEEN    VALUE "Y".
002060 01  SEQ-FEED-FOUND-SW       PIC X(01) VALUE "N".
002070     88  IS-SEQ-FEED-FOUND   VALUE "Y".
002080 01  BACKOUT-FOUND-SW        PIC X(01) VALUE "N".
002090     88  IS-BACKOUT-FOUND    VALUE "Y".
002100 01  CURRENT-FOUND-SW        PIC X(01) VALUE "N".
002110     88  IS-CURRENT-FOUND    VALUE "Y".
002120 01  REPORT-OPEN-SW          PIC X(01) VALUE "N".
002130     88  IS-REPORT-OPEN      VALUE "Y".
002140 01  MASTER-OPEN-SW          PIC X(01) VALUE "N".
002150     88  IS-MASTER-OPEN      VALUE "Y".

002160 01  CURRENT-IMAGE           PIC X(150) VALUE SPACES.
002170 01  STOP-REASON             PIC X(50) VALUE SPACES.
002180 01  RESULT-TEXT             PIC X(32) VALUE SPACES.
002190     88  RESULT-IS-FAILED    VALUE "I/O FAILED - NOT APPLIED".

002200 01  RELOAD-COUNT            PIC 9(06) VALUE ZERO COMP.
002210 01  APPLIED-COUNT           PIC 9(06) VALUE ZERO COMP.
002220 01  MISMATCH-COUNT          PIC 9(06) VALUE ZERO COMP.
002230 01  BACKOUT-COUNT           PIC 9(06) VALUE ZERO COMP.
002240 01  NOT-REACHED-COUNT       PIC 9(06) VALUE ZERO COMP.
002250 01  FAIL-COUNT              PIC 9(06) VALUE ZERO COMP.

002260 01  LIST-FEED-ID            PIC 9(14) VALUE ZERO.
002270 01  LIST-PROGRAM            PIC X(08) VALUE SPACES.
002280 01  LIST-FEED-COUNT         PIC 9(06) VALUE ZERO COMP.
002290 01  LIST-ENTRY-COUNT        PIC 9(06) VALUE ZERO COMP.

002300 01  RUN-DATE-WS.
002310     02  RUN-YEAR            PIC 9(04).
002320     02  RUN-MONTH           PIC 9(02).
002330     02  RUN-DAY             PIC 9(02).

002340 01  RUN-TIME-WS.
002350     02  RUN-HOUR            PIC 9(02).
002360     02  RUN-MINUTE          PIC 9(02).
002370     02  RUN-SECOND          PIC 9(02).
002380     02  FILLER              PIC 9(02).

002390 01  RUN-DATE-DISPLAY        PIC X(10).
002400 01  RUN-TIME-DISPLAY        PIC X(08).

002410 01  LINE-COUNT              PIC 9(02) VALUE ZERO COMP.
002420 01  LINES-PER-PAGE          PIC 9(02) VALUE 55 COMP.
002430 01  PAGE-COUNT              PIC 9(03) VALUE ZERO COMP.

002440 01  AUDIT-PROGRAM-NAME      PIC X(08) VALUE "MSTRECV".
002450 01  AUDIT-OPERATION         PIC X(12) VALUE "RECOVER".
002460 01  AUDIT-NO-KEY            PIC X(05) VALUE SPACES.
002470 01  AUDIT-RECORD-COUNT      PIC 9(06) VALUE ZERO.
002480 01  AUDIT-OPERATOR-ID       PIC X(08) VALUE SPACES.

002490 01  HDG1-LINE.
002500     02  FILLER              PIC X(01) VALUE SPACE.
002510     02  FILLER              PIC X(23)
002520             VALUE "MASTER FILE RECOVERY - ".
002530     02  HDG1-MASTER         PIC X(08).
002540     02  FILLER              PIC X(10) VALUE SPACES.
002550     02  FILLER              PIC X(06) VALUE "DATE: ".
002560     02  HDG1-DATE           PIC X(10).
002570     02  FILLER              PIC X(04) VALUE SPACES.
002580     02  FILLER              PIC X(06) VALUE "TIME: ".
002590     02  HDG1-TIME           PIC X(08).
002600     02  FILLER              PIC X(05) VALUE SPACES.
002610     02  FILLER              PIC X(06) VALUE "PAGE: ".
002620     02  HDG1-PAGE           PIC ZZ9.

002630 01  HDG2-LINE.
002640     02  FILLER              PIC X(01) VALUE SPACE.
002650     02  FILLER              PIC X(16) VALUE "JOURNALED".
002660     02  FILLER              PIC X(09) VALUE "PROGRAM".
002670     02  FILLER              PIC X(15) VALUE "FEED ID".
002680     02  FILLER              PIC X(08) VALUE "SEQ".
002690     02  FILLER              PIC X(03) VALUE "ACT".
002700     02  FILLER              PIC X(12) VALUE "KEY".
002710     02  FILLER              PIC X(06) VALUE "RESULT".

002720 01  LIST-HDG2-LINE.
002730     02  FILLER              PIC X(01) VALUE SPACE.
002740     02  FILLER              PIC X(16) VALUE "FIRST ENTRY".
002750     02  FILLER              PIC X(09) VALUE "PROGRAM".
002760     02  FILLER              PIC X(15) VALUE "FEED ID".
002770     02  FILLER              PIC X(09) VALUE "OPERATOR".
002780     02  FILLER              PIC X(14) VALUE "FIRST SEQ".
002790     02  FILLER              PIC X(09) VALUE "LAST SEQ".
002800     02  FILLER              PIC X(07) VALUE "ENTRIES".

002810 01  DETAIL-LINE.
002820     02  FILLER              PIC X(01) VALUE SPACE.
002830     02  DTL-DATE            PIC 9(08).
002840     02  FILLER              PIC X(01) VALUE SPACE.
002850     02  DTL-TIME            PIC 9(06).
002860     02  FILLER              PIC X(01) VALUE SPACE.
002870     02  DTL-PROGRAM         PIC X(08).
002880     02  FILLER              PIC X(01) VALUE SPACE.
002890     02  DTL-FEED-ID         PIC 9(14).
002900     02  FILLER              PIC X(01) VALUE SPACE.
002910     02  DTL-SEQ             PIC 9(06).
002920     02  FILLER              PIC X(02) VALUE SPACES.
002930     02  DTL-ACTION          PIC X(01).
002940     02  FILLER              PIC X(02) VALUE SPACES.
002950     02  DTL-KEY             PIC X(10).
002960     02  FILLER              PIC X(02) VALUE SPACES.
002970     02  DTL-RESULT          PIC X(32).

002980 01  LIST-DETAIL-LINE.
002990     02  FILLER              PIC X(01) VALUE SPACE.
003000     02  LDT-DATE            PIC 9(08).
003010     02  FILLER              PIC X(01) VALUE SPACE.
003020     02  LDT-TIME            PIC 9(06).
003030     02  FILLER              PIC X(01) VALUE SPACE.
003040     02  LDT-PROGRAM         PIC X(08).
003050     02  FILLER              PIC X(01) VALUE SPACE.
003060     02  LDT-FEED-ID         PIC 9(14).
003070     02  FILLER              PIC X(01) VALUE SPACE.
003080     02  LDT-OPERATOR        PIC X(08).
003090     02  FILLER              PIC X(01) VALUE SPACE.
003100     02  LDT-FIRST-SEQ       PIC ZZZZZ9.
003110     02  FILLER              PIC X(08) VALUE SPACES.
003120     02  LDT-LAST-SEQ        PIC ZZZZZ9.
003130     02  FILLER              PIC X(03) VALUE SPACES.
003140     02  LDT-ENTRIES         PIC ZZZ,ZZ9.
003150     02  FILLER              PIC X(02) VALUE SPACES.
003160     02  LDT-NOTE            PIC X(18).

003170 01  SUMMARY-LINE.
003180     02  FILLER              PIC X(01) VALUE SPACE.
003190     02  SUM-LABEL           PIC X(40).
003200     02  SUM-COUNT           PIC ZZZ,ZZ9.
003210     02  FILLER              PIC X(02) VALUE SPACES.
003220     02  SUM-TEXT            PIC X(50).

003230 01  ADVICE-LINE.
003240     02  FILLER              PIC X(01) VALUE SPACE.
003250     02  FILLER              PIC X(05) VALUE "*** ".
003260     02  ADVICE-TEXT         PIC X(80).

003270 01  PARM-LINE.
003280     02  FILLER              PIC X(01) VALUE SPACE.
003290     02  FILLER              PIC X(12) VALUE "PARAMETERS: ".
003300     02  PARM-TEXT           PIC X(80).
003310*
003320 PROCEDURE DIVISION.
003330*
003340 0000-MAINLINE.
003350     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003360     IF RETURN-CODE = 0
003370         IF IS-LIST-RUN
003380             PERFORM 7000-LIST-FEEDS THRU 7000-EXIT
003390         ELSE
003400             PERFORM 2000-FIND-BASE THRU 2000-EXIT
003410             IF RETURN-CODE = 0
003420                 PERFORM 3000-RELOAD-MASTER THRU 3000-EXIT
003430             END-IF
003440             IF RETURN-CODE = 0
003450                 PERFORM 4000-ROLL-FORWARD THRU 4000-EXIT
003460                 PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
003470             END-IF
003480         END-IF
003490     END-IF
003500     PERFORM 9000-TERMINATE THRU 9000-EXIT
003510     STOP RUN.
003520*
003530*----------------------------------------------------------------
003540*    1000-INITIALIZE - PICK UP AND CHECK THE PARAMETERS, THEN
003550*    OPEN THE JOURNAL AND THE REPORT.  A BAD PARAMETER IS
003560*    RETURN-CODE 16; A MISSING JOURNAL.DAT IS RETURN-CODE 8.
003570*----------------------------------------------------------------
003580 1000-INITIALIZE.
003590     ACCEPT RECV-PARM FROM COMMAND-LINE
003600     MOVE FUNCTION UPPER-CASE(RECV-PARM) TO RECV-PARM
003610     MOVE SPACES TO RECV-TOKENS
003620     UNSTRING RECV-PARM DELIMITED BY ALL " "
003630         INTO RECV-TOKEN (1) RECV-TOKEN (2) RECV-TOKEN (3)
003640              RECV-TOKEN (4) RECV-TOKEN (5) RECV-TOKEN (6)
003650              RECV-TOKEN (7) RECV-TOKEN (8) RECV-TOKEN (9)
003660     MOVE RECV-TOKEN (1) TO RECV-MASTER
003670     EVALUATE TRUE
003680         WHEN RECV-IS-DIAG
003690             MOVE "DIAGSEQ.DAT" TO RECV-UNLOAD-NAME
003700             MOVE "SEQCNV" TO RECV-CNV-NAME
003710         WHEN RECV-IS-CLAIMS
003720             MOVE "CLAIMSEQ.DAT" TO RECV-UNLOAD-NAME
003730             MOVE "CLMCNV" TO RECV-CNV-NAME
003740         WHEN RECV-IS-PATIENT
003750             MOVE "PATSEQ.DAT" TO RECV-UNLOAD-NAME
003760             MOVE "PATCNV" TO RECV-CNV-NAME
003770         WHEN RECV-IS-FEESCHED
003780             MOVE "FEESEQ.DAT" TO RECV-UNLOAD-NAME
003790             MOVE "FEECNV" TO RECV-CNV-NAME
003800         WHEN OTHER
003810             DISPLAY "MSTRECV: MASTER MUST BE DIAG, CLAIMS,"
003820                 " PATIENT OR FEESCHED - GOT <" RECV-PARM ">"
003830             MOVE 16 TO RETURN-CODE
003840             GO TO 1000-EXIT
003850     END-EVALUATE
003860     MOVE 2 TO TOKEN-IDX
003870     PERFORM 1100-PARSE-OPTION THRU 1100-EXIT
003880         UNTIL TOKEN-IDX > 9
003890            OR RECV-TOKEN (TOKEN-IDX) = SPACES
003900            OR RETURN-CODE NOT = 0
003910     IF RETURN-CODE NOT = 0
003920         GO TO 1000-EXIT
003930     END-IF
003940     IF IS-LIST-RUN AND (IS-TO-GIVEN OR IS-SEQ-GIVEN
003950             OR IS-BACKOUT-GIVEN OR IS-FROM-GIVEN)
003960         DISPLAY "MSTRECV: LIST TAKES NO OTHER OPTIONS"
003970         MOVE 16 TO RETURN-CODE
003980         GO TO 1000-EXIT
003990     END-IF
004000     IF IS-TO-GIVEN AND IS-SEQ-GIVEN
004010         DISPLAY "MSTRECV: GIVE TO OR SEQ, NOT BOTH"
004020         MOVE 16 TO RETURN-CODE
004030         GO TO 1000-EXIT
004040     END-IF
004050     IF IS-SEQ-GIVEN AND IS-BACKOUT-GIVEN
004060             AND SEQ-FEED-ID = BACKOUT-FEED-ID
004070         DISPLAY "MSTRECV: CANNOT STOP WITHIN THE FEED BEING"
004080             " BACKED OUT"
004090         MOVE 16 TO RETURN-CODE
004100         GO TO 1000-EXIT
004110     END-IF
004120     OPEN INPUT JOURNAL-FILE
004130     IF JOURNAL-NOT-FOUND
004140         DISPLAY "MSTRECV: JOURNAL.DAT NOT FOUND"
004150         MOVE 8 TO RETURN-CODE
004160         GO TO 1000-EXIT
004170     END-IF
004180     CLOSE JOURNAL-FILE
004190     ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
004200     ACCEPT RUN-TIME-WS FROM TIME
004210     STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
004220         DELIMITED BY SIZE INTO RUN-DATE-DISPLAY
004230     STRING RUN-HOUR ":" RUN-MINUTE ":" RUN-SECOND
004240         DELIMITED BY SIZE INTO RUN-TIME-DISPLAY
004250     MOVE RECV-MASTER TO HDG1-MASTER
004260     OPEN OUTPUT REPORT-FILE
004270     MOVE "Y" TO REPORT-OPEN-SW
004280     PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
004290     MOVE RECV-PARM TO PARM-TEXT
004300     WRITE PRINT-LINE FROM PARM-LINE
004310     WRITE PRINT-LINE FROM SPACES
004320     ADD 2 TO LINE-COUNT.
004330 1000-EXIT.
004340     EXIT.
004350*
004360*----------------------------------------------------------------
004370*    1100-PARSE-OPTION - TAKE ONE KEYWORD AND ITS VALUE(S) OFF
004380*    THE PARAMETER TOKENS, LEAVING TOKEN-IDX ON THE NEXT KEYWORD.
004390*----------------------------------------------------------------
004400 1100-PARSE-OPTION.
004410     EVALUATE RECV-TOKEN (TOKEN-IDX)
004420         WHEN "LIST"
004430             MOVE "Y" TO LIST-SW
004440             ADD 1 TO TOKEN-IDX
004450             GO TO 1100-EXIT
004460         WHEN "TO"
004470         WHEN "FROM"
004480         WHEN "BACKOUT"
004490         WHEN "SEQ"
004500             PERFORM 1200-CHECK-STAMP THRU 1200-EXIT
004510         WHEN OTHER
004520             DISPLAY "MSTRECV: UNKNOWN OPTION "
004530                 RECV-TOKEN (TOKEN-IDX)
004540             MOVE 16 TO RETURN-CODE
004550     END-EVALUATE
004560     IF RETURN-CODE NOT = 0
004570         GO TO 1100-EXIT
004580     END-IF
004590     EVALUATE RECV-TOKEN (TOKEN-IDX)
004600         WHEN "TO"
004610             MOVE RECV-TOKEN (TOKEN-IDX + 1) (1:14) TO TO-STAMP
004620             MOVE "Y" TO TO-SW
004630         WHEN "FROM"
004640             MOVE RECV-TOKEN (TOKEN-IDX + 1) (1:14) TO FROM-STAMP
004650             MOVE "Y" TO FROM-SW
004660         WHEN "BACKOUT"
004670             MOVE RECV-TOKEN (TOKEN-IDX + 1) (1:14)
004680                 TO BACKOUT-FEED-ID
004690             MOVE "Y" TO BACKOUT-SW
004700         WHEN "SEQ"
004710             MOVE RECV-TOKEN (TOKEN-IDX + 1) (1:14) TO SEQ-FEED-ID
004720             ADD 2 TO TOKEN-IDX
004730             PERFORM 1300-CHECK-SEQ-NO THRU 1300-EXIT
004740             MOVE "Y" TO SEQ-SW
004750             SUBTRACT 1 FROM TOKEN-IDX
004760     END-EVALUATE
004770     ADD 2 TO TOKEN-IDX.
004780 1100-EXIT.
004790     EXIT.
004800*
004810*----------------------------------------------------------------
004820*    1200-CHECK-STAMP - THE TOKEN AFTER THE KEYWORD MUST BE A
004830*    14-DIGIT yyyymmddhhmmss STAMP OR FEED ID.
004840*----------------------------------------------------------------
004850 1200-CHECK-STAMP.
004860     IF TOKEN-IDX > 8
004870         DISPLAY "MSTRECV: " RECV-TOKEN (TOKEN-IDX)
004880             " NEEDS A 14-DIGIT VALUE"
004890         MOVE 16 TO RETURN-CODE
004900         GO TO 1200-EXIT
004910     END-IF
004920     IF RECV-TOKEN (TOKEN-IDX + 1) (1:14) IS NOT NUMERIC
004930             OR RECV-TOKEN (TOKEN-IDX + 1) (15:6) NOT = SPACES
004940         DISPLAY "MSTRECV: " RECV-TOKEN (TOKEN-IDX)
004950             " NEEDS A 14-DIGIT VALUE - GOT <"
004960             RECV-TOKEN (TOKEN-IDX + 1) ">"
004970         MOVE 16 TO RETURN-CODE
004980     END-IF.
004990 1200-EXIT.
005000     EXIT.
005010*
005020*----------------------------------------------------------------
005030*    1300-CHECK-SEQ-NO - THE TOKEN AT TOKEN-IDX MUST BE A FEED
005040*    SEQUENCE NUMBER OF ONE TO SIX DIGITS.
005050*----------------------------------------------------------------
005060 1300-CHECK-SEQ-NO.
005070     MOVE ZERO TO TOKEN-LEN
005080     IF TOKEN-IDX NOT > 9
005090         INSPECT RECV-TOKEN (TOKEN-IDX) TALLYING TOKEN-LEN
005100             FOR CHARACTERS BEFORE INITIAL SPACE
005110     END-IF
005120     IF TOKEN-LEN < 1 OR TOKEN-LEN > 6
005130         DISPLAY "MSTRECV: SEQ NEEDS A FEED ID AND A SEQUENCE"
005140             " NUMBER OF UP TO 6 DIGITS"
005150         MOVE 16 TO RETURN-CODE
005160         GO TO 1300-EXIT
005170     END-IF
005180     IF RECV-TOKEN (TOKEN-IDX) (1:TOKEN-LEN) IS NOT NUMERIC
005190         DISPLAY "MSTRECV: SEQ NUMBER MUST BE NUMERIC - GOT <"
005200             RECV-TOKEN (TOKEN-IDX) ">"
005210         MOVE 16 TO RETURN-CODE
005220         GO TO 1300-EXIT
005230     END-IF
005240     MOVE RECV-TOKEN (TOKEN-IDX) (1:TOKEN-LEN) TO SEQ-STOP-NO.
005250 1300-EXIT.
005260     EXIT.
005270*
005280*----------------------------------------------------------------
005290*    2000-FIND-BASE - FIRST PASS OF THE JOURNAL.  THE BASE POINT
005300*    IS THE LAST "U" ENTRY FOR THE MASTER - THE MOMENT ITS FLAT
005310*    UNLOAD LAST MATCHED IT - UNLESS FROM NAMES AN EARLIER ONE.
005320*    THE PASS ALSO PROVES THAT THE SEQ AND BACKOUT FEEDS ARE ON
005330*    THE JOURNAL AFTER THE BASE POINT AND THAT TO IS NOT BEFORE
005340*    IT; OTHERWISE THE UNLOAD CANNOT GET THERE AND THE RUN STOPS
005350*    WITH RETURN-CODE 8 BEFORE THE MASTER IS TOUCHED.
005360*----------------------------------------------------------------
005370 2000-FIND-BASE.
005380     OPEN INPUT JOURNAL-FILE
005390     MOVE "N" TO JOURNAL-EOF-SW
005400     MOVE ZERO TO JOURNAL-REC-NO
005410     PERFORM 2100-SCAN-ONE THRU 2100-EXIT
005420         UNTIL IS-JOURNAL-EOF
005430     CLOSE JOURNAL-FILE
005440     IF IS-FROM-GIVEN
005450         MOVE FROM-STAMP TO BASE-STAMP
005460     END-IF
005470     IF IS-TO-GIVEN AND TO-STAMP < BASE-STAMP
005480         DISPLAY "MSTRECV: TO " TO-STAMP " IS BEFORE THE BASE"
005490             " POINT " BASE-STAMP " OF " RECV-UNLOAD-NAME
005500         MOVE 8 TO RETURN-CODE
005510     END-IF
005520     IF IS-SEQ-GIVEN AND NOT IS-SEQ-FEED-FOUND
005530         DISPLAY "MSTRECV: FEED " SEQ-FEED-ID " NOT ON THE"
005540             " JOURNAL FOR " RECV-MASTER " SINCE THE BASE POINT"
005550         MOVE 8 TO RETURN-CODE
005560     END-IF
005570     IF IS-BACKOUT-GIVEN AND NOT IS-BACKOUT-FOUND
005580         DISPLAY "MSTRECV: FEED " BACKOUT-FEED-ID " NOT ON THE"
005590             " JOURNAL FOR " RECV-MASTER " SINCE THE BASE POINT"
005600         MOVE 8 TO RETURN-CODE
005610     END-IF
005620     CONTINUE.
005630 2000-EXIT.
005640     EXIT.
005650*
005660*----------------------------------------------------------------
005670*    2100-SCAN-ONE - NOTE THE LATEST BASE POINT, AND WHETHER THE
005680*    SEQ AND BACKOUT FEEDS APPEAR AFTER IT.  A BASE POINT FOUND
005690*    LATER CLEARS WHAT WAS NOTED BEFORE IT.
005700*----------------------------------------------------------------
005710 2100-SCAN-ONE.
005720     READ JOURNAL-FILE
005730         AT END
005740             MOVE "Y" TO JOURNAL-EOF-SW
005750             GO TO 2100-EXIT
005760     END-READ
005770     ADD 1 TO JOURNAL-REC-NO
005780     IF Jrnl-Master NOT = RECV-MASTER
005790         GO TO 2100-EXIT
005800     END-IF
005810     MOVE Jrnl-Date TO ENTRY-STAMP-DATE
005820     MOVE Jrnl-Time (1:6) TO ENTRY-STAMP-TIME
005830     IF IS-FROM-GIVEN
005840         IF ENTRY-STAMP-N < FROM-STAMP
005850             MOVE JOURNAL-REC-NO TO BASE-REC-NO
005860         END-IF
005870     ELSE
005880         IF Jrnl-Is-Base
005890             MOVE JOURNAL-REC-NO TO BASE-REC-NO
005900             MOVE ENTRY-STAMP-N TO BASE-STAMP
005910             MOVE "N" TO SEQ-FEED-FOUND-SW
005920             MOVE "N" TO BACKOUT-FOUND-SW
005930             GO TO 2100-EXIT
005940         END-IF
005950     END-IF
005960     IF JOURNAL-REC-NO > BASE-REC-NO
005970         IF IS-SEQ-GIVEN AND Jrnl-Feed-Id = SEQ-FEED-ID
005980             MOVE "Y" TO SEQ-FEED-FOUND-SW
005990         END-IF
006000         IF IS-BACKOUT-GIVEN AND Jrnl-Feed-Id = BACKOUT-FEED-ID
006010             MOVE "Y" TO BACKOUT-FOUND-SW
006020         END-IF
006030     END-IF.
006040 2100-EXIT.
006050     EXIT.
006060*
006070*----------------------------------------------------------------
006080*    3000-RELOAD-MASTER - REBUILD THE MASTER FROM ITS FLAT
006090*    UNLOAD, AS THE CNV PROGRAM'S RELOAD MODE DOES, AND LEAVE IT
006100*    OPEN I-O FOR THE ROLL-FORWARD.  THE UNLOAD IS OPENED FIRST
006110*    SO A MISSING ONE LEAVES THE MASTER AS IT WAS.
006120*----------------------------------------------------------------
006130 3000-RELOAD-MASTER.
006140     EVALUATE TRUE
006150         WHEN RECV-IS-DIAG
006160             OPEN INPUT DIAGSEQ-FILE
006170         WHEN RECV-IS-CLAIMS
006180             OPEN INPUT CLAIMSEQ-FILE
006190         WHEN RECV-IS-PATIENT
006200             OPEN INPUT PATSEQ-FILE
006210         WHEN RECV-IS-FEESCHED
006220             OPEN INPUT FEESEQ-FILE
006230     END-EVALUATE
006240     IF UNLOAD-NOT-FOUND
006250         DISPLAY "MSTRECV: " RECV-UNLOAD-NAME " NOT FOUND - "
006260             RECV-MASTER " LEFT UNCHANGED"
006270         MOVE 8 TO RETURN-CODE
006280         GO TO 3000-EXIT
006290     END-IF
006300     PERFORM 3050-EMPTY-MASTER THRU 3050-EXIT
006310     MOVE "N" TO UNLOAD-EOF-SW
006320     PERFORM 3100-RELOAD-ONE THRU 3100-EXIT
006330         UNTIL IS-UNLOAD-EOF
006340     EVALUATE TRUE
006350         WHEN RECV-IS-DIAG
006360             CLOSE DIAGSEQ-FILE
006370         WHEN RECV-IS-CLAIMS
006380             CLOSE CLAIMSEQ-FILE
006390         WHEN RECV-IS-PATIENT
006400             CLOSE PATSEQ-FILE
006410         WHEN RECV-IS-FEESCHED
006420             CLOSE FEESEQ-FILE
006430     END-EVALUATE
006440     MOVE "UNLOAD RECORDS RELOADED FROM" TO SUM-LABEL
006450     MOVE RELOAD-COUNT TO SUM-COUNT
006460     MOVE RECV-UNLOAD-NAME TO SUM-TEXT
006470     WRITE PRINT-LINE FROM SUMMARY-LINE
006480     MOVE "BASE POINT (LAST UNLOAD OR RELOAD)" TO SUM-LABEL
006490     MOVE ZERO TO SUM-COUNT
006500     MOVE SPACES TO SUM-TEXT
006510     EVALUATE TRUE
006520         WHEN IS-FROM-GIVEN
006530             STRING "FROM " FROM-STAMP " AS GIVEN"
006540                 DELIMITED BY SIZE INTO SUM-TEXT
006550         WHEN BASE-REC-NO = ZERO
006560             MOVE "NONE ON JOURNAL - WHOLE JOURNAL REAPPLIED"
006570                 TO SUM-TEXT
006580         WHEN OTHER
006590             STRING BASE-STAMP DELIMITED BY SIZE INTO SUM-TEXT
006600     END-EVALUATE
006610     WRITE PRINT-LINE FROM SUMMARY-LINE
006620     WRITE PRINT-LINE FROM SPACES
006630     WRITE PRINT-LINE FROM HDG2-LINE
006640     ADD 4 TO LINE-COUNT.
006650 3000-EXIT.
006660     EXIT.
006670*
006680*----------------------------------------------------------------
006690*    3050-EMPTY-MASTER - CREATE THE MASTER AGAIN EMPTY AND OPEN
006700*    IT I-O.  ALSO USED WHEN THE ROLL-FORWARD REACHES AN "R"
006710*    ENTRY, WHERE A REBUILD EMPTIED THE MASTER.
006720*----------------------------------------------------------------
006730 3050-EMPTY-MASTER.
006740     EVALUATE TRUE
006750         WHEN RECV-IS-DIAG
006760             IF IS-MASTER-OPEN
006770                 CLOSE DIAG-FILE
006780             END-IF
006790             OPEN OUTPUT DIAG-FILE
006800             CLOSE DIAG-FILE
006810             OPEN I-O DIAG-FILE
006820         WHEN RECV-IS-CLAIMS
006830             IF IS-MASTER-OPEN
006840                 CLOSE CLAIMS-FILE
006850             END-IF
006860             OPEN OUTPUT CLAIMS-FILE
006870             CLOSE CLAIMS-FILE
006880             OPEN I-O CLAIMS-FILE
006890         WHEN RECV-IS-PATIENT
006900             IF IS-MASTER-OPEN
006910                 CLOSE PATIENT-FILE
006920             END-IF
006930             OPEN OUTPUT PATIENT-FILE
006940             CLOSE PATIENT-FILE
006950             OPEN I-O PATIENT-FILE
006960         WHEN RECV-IS-FEESCHED
006970             IF IS-MASTER-OPEN
006980                 CLOSE FEE-FILE
006990             END-IF
007000             OPEN OUTPUT FEE-FILE
007010             CLOSE FEE-FILE
007020             OPEN I-O FEE-FILE
007030     END-EVALUATE
007040     MOVE "Y" TO MASTER-OPEN-SW.
007050 3050-EXIT.
007060     EXIT.
007070*
007080 3100-RELOAD-ONE.
007090     EVALUATE TRUE
007100         WHEN RECV-IS-DIAG
007110             READ DIAGSEQ-FILE
007120                 AT END MOVE "Y" TO UNLOAD-EOF-SW
007130             END-READ
007140             IF NOT IS-UNLOAD-EOF
007150                 MOVE DiagSeqImage TO DiagDetails
007160                 WRITE DiagDetails
007170                     INVALID KEY ADD 1 TO FAIL-COUNT
007180                     NOT INVALID KEY ADD 1 TO RELOAD-COUNT
007190                 END-WRITE
007200             END-IF
007210         WHEN RECV-IS-CLAIMS
007220             READ CLAIMSEQ-FILE
007230                 AT END MOVE "Y" TO UNLOAD-EOF-SW
007240             END-READ
007250             IF NOT IS-UNLOAD-EOF
007260                 MOVE ClaimSeqImage TO ClaimDetail
007270                 WRITE ClaimDetail
007280                     INVALID KEY ADD 1 TO FAIL-COUNT
007290                     NOT INVALID KEY ADD 1 TO RELOAD-COUNT
007300                 END-WRITE
007310             END-IF
007320         WHEN RECV-IS-PATIENT
007330             READ PATSEQ-FILE
007340                 AT END MOVE "Y" TO UNLOAD-EOF-SW
007350             END-READ
007360             IF NOT IS-UNLOAD-EOF
007370                 MOVE PatSeqImage TO PatientDetail
007380                 WRITE PatientDetail
007390                     INVALID KEY ADD 1 TO FAIL-COUNT
007400                     NOT INVALID KEY ADD 1 TO RELOAD-COUNT
007410                 END-WRITE
007420             END-IF
007430         WHEN RECV-IS-FEESCHED
007440             READ FEESEQ-FILE
007450                 AT END MOVE "Y" TO UNLOAD-EOF-SW
007460             END-READ
007470             IF NOT IS-UNLOAD-EOF
007480                 MOVE FeeSeqImage TO FeeDetail
007490                 WRITE FeeDetail
007500                     INVALID KEY ADD 1 TO FAIL-COUNT
007510                     NOT INVALID KEY ADD 1 TO RELOAD-COUNT
007520                 END-WRITE
007530             END-IF
007540     END-EVALUATE.
007550 3100-EXIT.
007560     EXIT.
007570*
007580*----------------------------------------------------------------
007590*    4000-ROLL-FORWARD - SECOND PASS OF THE JOURNAL.  EVERY ENTRY
007600*    FOR THE MASTER AFTER THE BASE POINT IS REAPPLIED IN THE
007610*    ORDER IT WAS WRITTEN UNTIL THE RECOVERY POINT IS PASSED.
007620*----------------------------------------------------------------
007630 4000-ROLL-FORWARD.
007640     OPEN INPUT JOURNAL-FILE
007650     MOVE "N" TO JOURNAL-EOF-SW
007660     MOVE ZERO TO JOURNAL-REC-NO
007670     MOVE "END OF JOURNAL" TO STOP-REASON
007680     PERFORM 4100-REPLAY-ONE THRU 4100-EXIT
007690         UNTIL IS-JOURNAL-EOF
007700     CLOSE JOURNAL-FILE.
007710 4000-EXIT.
007720     EXIT.
007730*
007740*----------------------------------------------------------------
007750*    4100-REPLAY-ONE - DECIDE WHAT TO DO WITH ONE JOURNAL ENTRY.
007760*    ONCE THE RECOVERY POINT HAS BEEN PASSED THE REST OF THE
007770*    JOURNAL IS ONLY COUNTED AS NOT REACHED.
007780*----------------------------------------------------------------
007790 4100-REPLAY-ONE.
007800     READ JOURNAL-FILE
007810         AT END
007820             MOVE "Y" TO JOURNAL-EOF-SW
007830             GO TO 4100-EXIT
007840     END-READ
007850     ADD 1 TO JOURNAL-REC-NO
007860     IF Jrnl-Master NOT = RECV-MASTER
007870             OR JOURNAL-REC-NO NOT > BASE-REC-NO
007880             OR Jrnl-Is-Base
007890         GO TO 4100-EXIT
007900     END-IF
007910     IF IS-STOPPED
007920         ADD 1 TO NOT-REACHED-COUNT
007930         GO TO 4100-EXIT
007940     END-IF
007950     MOVE Jrnl-Date TO ENTRY-STAMP-DATE
007960     MOVE Jrnl-Time (1:6) TO ENTRY-STAMP-TIME
007970     PERFORM 4200-CHECK-STOP THRU 4200-EXIT
007980     IF IS-STOPPED
007990         ADD 1 TO NOT-REACHED-COUNT
008000         GO TO 4100-EXIT
008010     END-IF
008020     IF IS-BACKOUT-GIVEN AND Jrnl-Feed-Id = BACKOUT-FEED-ID
008030         ADD 1 TO BACKOUT-COUNT
008040         MOVE "BACKED OUT - NOT REAPPLIED" TO RESULT-TEXT
008050         PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT
008060         GO TO 4100-EXIT
008070     END-IF
008080     IF Jrnl-Is-Reset
008090         PERFORM 3050-EMPTY-MASTER THRU 3050-EXIT
008100         ADD 1 TO APPLIED-COUNT
008110         MOVE "MASTER EMPTIED FOR REBUILD" TO RESULT-TEXT
008120         PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT
008130         GO TO 4100-EXIT
008140     END-IF
008150     PERFORM 5000-READ-CURRENT THRU 5000-EXIT
008160     MOVE "APPLIED" TO RESULT-TEXT
008170     EVALUATE TRUE
008180         WHEN Jrnl-Is-Add
008190             IF IS-CURRENT-FOUND
008200                 MOVE "APPLIED - WAS ALREADY ON FILE"
008210                     TO RESULT-TEXT
008220                 ADD 1 TO MISMATCH-COUNT
008230             END-IF
008240             PERFORM 5100-PUT-AFTER-IMAGE THRU 5100-EXIT
008250         WHEN Jrnl-Is-Change
008260             IF NOT IS-CURRENT-FOUND
008270                 MOVE "APPLIED - WAS NOT ON FILE"
008280                     TO RESULT-TEXT
008290                 ADD 1 TO MISMATCH-COUNT
008300             ELSE
008310                 IF CURRENT-IMAGE NOT = Jrnl-Before-Image
008320                     MOVE "APPLIED - BEFORE-IMAGE MISMATCH"
008330                         TO RESULT-TEXT
008340                     ADD 1 TO MISMATCH-COUNT
008350                 END-IF
008360             END-IF
008370             PERFORM 5100-PUT-AFTER-IMAGE THRU 5100-EXIT
008380         WHEN Jrnl-Is-Delete
008390             IF NOT IS-CURRENT-FOUND
008400                 MOVE "NOT ON FILE - NOTHING TO DELETE"
008410                     TO RESULT-TEXT
008420                 ADD 1 TO MISMATCH-COUNT
008430             ELSE
008440                 IF CURRENT-IMAGE NOT = Jrnl-Before-Image
008450                     MOVE "DELETED - BEFORE-IMAGE MISMATCH"
008460                         TO RESULT-TEXT
008470                     ADD 1 TO MISMATCH-COUNT
008480                 ELSE
008490                     MOVE "DELETED" TO RESULT-TEXT
008500                 END-IF
008510                 PERFORM 5200-DELETE-CURRENT THRU 5200-EXIT
008520             END-IF
008530         WHEN OTHER
008540             MOVE "UNKNOWN ACTION - IGNORED" TO RESULT-TEXT
008550             ADD 1 TO MISMATCH-COUNT
008560             PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT
008570             GO TO 4100-EXIT
008580     END-EVALUATE
008590     IF NOT RESULT-IS-FAILED
008600         ADD 1 TO APPLIED-COUNT
008610     END-IF
008620     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT.
008630 4100-EXIT.
008640     EXIT.
008650*
008660*----------------------------------------------------------------
008670*    4200-CHECK-STOP - TO STOPS AT THE FIRST ENTRY STAMPED AFTER
008680*    IT.  SEQ STOPS AT THE FIRST ENTRY OF ITS FEED NUMBERED PAST
008690*    THE ONE GIVEN, OR AT THE FIRST ENTRY OF ANOTHER FEED ONCE
008700*    ITS OWN FEED HAS BEEN REACHED AND LEFT.
008710*----------------------------------------------------------------
008720 4200-CHECK-STOP.
008730     IF IS-TO-GIVEN AND ENTRY-STAMP-N > TO-STAMP
008740         MOVE "Y" TO STOP-SW
008750         MOVE SPACES TO STOP-REASON
008760         STRING "PASSED TO " TO-STAMP
008770             DELIMITED BY SIZE INTO STOP-REASON
008780         GO TO 4200-EXIT
008790     END-IF
008800     IF IS-SEQ-GIVEN
008810         IF Jrnl-Feed-Id = SEQ-FEED-ID
008820             IF Jrnl-Feed-Seq > SEQ-STOP-NO
008830                 MOVE "Y" TO STOP-SW
008840             ELSE
008850                 MOVE "Y" TO SEQ-FEED-SEEN-SW
008860             END-IF
008870         ELSE
008880             IF IS-SEQ-FEED-SEEN
008890                 MOVE "Y" TO STOP-SW
008900             END-IF
008910         END-IF
008920         IF IS-STOPPED
008930             MOVE SPACES TO STOP-REASON
008940             STRING "PASSED FEED " SEQ-FEED-ID " SEQ " SEQ-STOP-NO
008950                 DELIMITED BY SIZE INTO STOP-REASON
008960         END-IF
008970     END-IF.
008980 4200-EXIT.
008990     EXIT.
009000*
009010*----------------------------------------------------------------
009020*    5000-READ-CURRENT - READ THE MASTER RECORD THE ENTRY IS FOR
009030*    AND HOLD ITS IMAGE FOR THE BEFORE-IMAGE COMPARISON.
009040*----------------------------------------------------------------
009050 5000-READ-CURRENT.
009060     MOVE "Y" TO CURRENT-FOUND-SW
009070     MOVE SPACES TO CURRENT-IMAGE
009080     EVALUATE TRUE
009090         WHEN RECV-IS-DIAG
009100             MOVE Jrnl-Key (1:5) TO DiagCode
009110             READ DIAG-FILE
009120                 INVALID KEY MOVE "N" TO CURRENT-FOUND-SW
009130                 NOT INVALID KEY MOVE DiagDetails TO CURRENT-IMAGE
009140             END-READ
009150         WHEN RECV-IS-CLAIMS
009160             MOVE Jrnl-Key TO Claim-No
009170             READ CLAIMS-FILE
009180                 INVALID KEY MOVE "N" TO CURRENT-FOUND-SW
009190                 NOT INVALID KEY MOVE ClaimDetail TO CURRENT-IMAGE
009200             END-READ
009210         WHEN RECV-IS-PATIENT
009220             MOVE Jrnl-Key TO Patient-ID
009230             READ PATIENT-FILE
009240                 INVALID KEY MOVE "N" TO CURRENT-FOUND-SW
009250                 NOT INVALID KEY
009260                     MOVE PatientDetail TO CURRENT-IMAGE
009270             END-READ
009280         WHEN RECV-IS-FEESCHED
009290             MOVE Jrnl-Key (1:5) TO Fee-Diag-Code
009300             READ FEE-FILE
009310                 INVALID KEY MOVE "N" TO CURRENT-FOUND-SW
009320                 NOT INVALID KEY MOVE FeeDetail TO CURRENT-IMAGE
009330             END-READ
009340     END-EVALUATE.
009350 5000-EXIT.
009360     EXIT.
009370*
009380*----------------------------------------------------------------
009390*    5100-PUT-AFTER-IMAGE - REWRITE THE RECORD WITH THE ENTRY'S
009400*    AFTER-IMAGE, OR WRITE IT WHEN IT IS NOT ON THE MASTER.
009410*----------------------------------------------------------------
009420 5100-PUT-AFTER-IMAGE.
009430     EVALUATE TRUE
009440         WHEN RECV-IS-DIAG
009450             MOVE Jrnl-After-Image TO DiagDetails
009460             IF IS-CURRENT-FOUND
009470                 REWRITE DiagDetails
009480                     INVALID KEY PERFORM 5900-PUT-FAILED
009490                                     THRU 5900-EXIT
009500                 END-REWRITE
009510             ELSE
009520                 WRITE DiagDetails
009530                     INVALID KEY PERFORM 5900-PUT-FAILED
009540                                     THRU 5900-EXIT
009550                 END-WRITE
009560             END-IF
009570         WHEN RECV-IS-CLAIMS
009580             MOVE Jrnl-After-Image TO ClaimDetail
009590             IF IS-CURRENT-FOUND
009600                 REWRITE ClaimDetail
009610                     INVALID KEY PERFORM 5900-PUT-FAILED
009620                                     THRU 5900-EXIT
009630                 END-REWRITE
009640             ELSE
009650                 WRITE ClaimDetail
009660                     INVALID KEY PERFORM 5900-PUT-FAILED
009670                                     THRU 5900-EXIT
009680                 END-WRITE
009690             END-IF
009700         WHEN RECV-IS-PATIENT
009710             MOVE Jrnl-After-Image TO PatientDetail
009720             IF IS-CURRENT-FOUND
009730                 REWRITE PatientDetail
009740                     INVALID KEY PERFORM 5900-PUT-FAILED
009750                                     THRU 5900-EXIT
009760                 END-REWRITE
009770             ELSE
009780                 WRITE PatientDetail
009790                     INVALID KEY PERFORM 5900-PUT-FAILED
009800                                     THRU 5900-EXIT
009810                 END-WRITE
009820             END-IF
009830         WHEN RECV-IS-FEESCHED
009840             MOVE Jrnl-After-Image TO FeeDetail
009850             IF IS-CURRENT-FOUND
009860                 REWRITE FeeDetail
009870                     INVALID KEY PERFORM 5900-PUT-FAILED
009880                                     THRU 5900-EXIT
009890                 END-REWRITE
009900             ELSE
009910                 WRITE FeeDetail
009920                     INVALID KEY PERFORM 5900-PUT-FAILED
009930                                     THRU 5900-EXIT
009940                 END-WRITE
009950             END-IF
009960     END-EVALUATE.
009970 5100-EXIT.
009980     EXIT.
009990*
010000 5200-DELETE-CURRENT.
010010     EVALUATE TRUE
010020         WHEN RECV-IS-DIAG
010030             DELETE DIAG-FILE
010040                 INVALID KEY PERFORM 5900-PUT-FAILED
010050                                 THRU 5900-EXIT
010060             END-DELETE
010070         WHEN RECV-IS-CLAIMS
010080             DELETE CLAIMS-FILE
010090                 INVALID KEY PERFORM 5900-PUT-FAILED
010100                                 THRU 5900-EXIT
010110             END-DELETE
010120         WHEN RECV-IS-PATIENT
010130             DELETE PATIENT-FILE
010140                 INVALID KEY PERFORM 5900-PUT-FAILED
010150                                 THRU 5900-EXIT
010160             END-DELETE
010170         WHEN RECV-IS-FEESCHED
010180             DELETE FEE-FILE
010190                 INVALID KEY PERFORM 5900-PUT-FAILED
010200                                 THRU 5900-EXIT
010210             END-DELETE
010220     END-EVALUATE.
010230 5200-EXIT.
010240     EXIT.
010250*
010260 5900-PUT-FAILED.
010270     ADD 1 TO FAIL-COUNT
010280     MOVE "I/O FAILED - NOT APPLIED" TO RESULT-TEXT.
010290 5900-EXIT.
010300     EXIT.
010310*
010320 6000-PRINT-DETAIL.
010330     IF LINE-COUNT >= LINES-PER-PAGE
010340         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
010350         WRITE PRINT-LINE FROM HDG2-LINE
010360         ADD 1 TO LINE-COUNT
010370     END-IF
010380     MOVE Jrnl-Date TO DTL-DATE
010390     MOVE Jrnl-Time (1:6) TO DTL-TIME
010400     MOVE Jrnl-Program TO DTL-PROGRAM
010410     MOVE Jrnl-Feed-Id TO DTL-FEED-ID
010420     MOVE Jrnl-Feed-Seq TO DTL-SEQ
010430     MOVE Jrnl-Action TO DTL-ACTION
010440     MOVE Jrnl-Key TO DTL-KEY
010450     MOVE RESULT-TEXT TO DTL-RESULT
010460     WRITE PRINT-LINE FROM DETAIL-LINE
010470     ADD 1 TO LINE-COUNT.
010480 6000-EXIT.
010490     EXIT.
010500*
010510*----------------------------------------------------------------
010520*    6500-PRINT-HEADINGS - START A NEW PAGE IN THE SEQRPT STYLE.
010530*----------------------------------------------------------------
010540 6500-PRINT-HEADINGS.
010550     ADD 1 TO PAGE-COUNT
010560     MOVE RUN-DATE-DISPLAY TO HDG1-DATE
010570     MOVE RUN-TIME-DISPLAY TO HDG1-TIME
010580     MOVE PAGE-COUNT TO HDG1-PAGE
010590     IF PAGE-COUNT > 1
010600         WRITE PRINT-LINE FROM SPACES
010610     END-IF
010620     WRITE PRINT-LINE FROM HDG1-LINE
010630     WRITE PRINT-LINE FROM SPACES
010640     MOVE 2 TO LINE-COUNT.
010650 6500-EXIT.
010660     EXIT.
010670*
010680*----------------------------------------------------------------
010690*    7000-LIST-FEEDS - LIST MODE.  ONE LINE PER RUN THAT WROTE TO
010700*    THE MASTER, IN JOURNAL ORDER, GIVING THE FEED ID TO QUOTE ON
010710*    SEQ OR BACKOUT.  UNLOAD/RELOAD BASE POINTS ARE LISTED TOO.
010720*----------------------------------------------------------------
010730 7000-LIST-FEEDS.
010740     WRITE PRINT-LINE FROM LIST-HDG2-LINE
010750     ADD 1 TO LINE-COUNT
010760     OPEN INPUT JOURNAL-FILE
010770     MOVE "N" TO JOURNAL-EOF-SW
010780     PERFORM 7100-LIST-ONE THRU 7100-EXIT
010790         UNTIL IS-JOURNAL-EOF
010800     CLOSE JOURNAL-FILE
010810     IF LIST-ENTRY-COUNT > ZERO
010820         PERFORM 7200-PRINT-FEED THRU 7200-EXIT
010830     END-IF
010840     WRITE PRINT-LINE FROM SPACES
010850     MOVE "FEEDS AND BASE POINTS LISTED" TO SUM-LABEL
010860     MOVE LIST-FEED-COUNT TO SUM-COUNT
010870     MOVE SPACES TO SUM-TEXT
010880     WRITE PRINT-LINE FROM SUMMARY-LINE.
010890 7000-EXIT.
010900     EXIT.
010910*
010920 7100-LIST-ONE.
010930     READ JOURNAL-FILE
010940         AT END
010950             MOVE "Y" TO JOURNAL-EOF-SW
010960             GO TO 7100-EXIT
010970     END-READ
010980     IF Jrnl-Master NOT = RECV-MASTER
010990         GO TO 7100-EXIT
011000     END-IF
011010     IF LIST-ENTRY-COUNT > ZERO
011020             AND (Jrnl-Feed-Id NOT = LIST-FEED-ID
011030                  OR Jrnl-Program NOT = LIST-PROGRAM)
011040         PERFORM 7200-PRINT-FEED THRU 7200-EXIT
011050     END-IF
011060     IF LIST-ENTRY-COUNT = ZERO
011070         MOVE Jrnl-Feed-Id TO LIST-FEED-ID
011080         MOVE Jrnl-Program TO LIST-PROGRAM
011090         MOVE Jrnl-Date TO LDT-DATE
011100         MOVE Jrnl-Time (1:6) TO LDT-TIME
011110         MOVE Jrnl-Program TO LDT-PROGRAM
011120         MOVE Jrnl-Feed-Id TO LDT-FEED-ID
011130         MOVE Jrnl-Operator TO LDT-OPERATOR
011140         MOVE Jrnl-Feed-Seq TO LDT-FIRST-SEQ
011150         MOVE SPACES TO LDT-NOTE
011160     END-IF
011170     ADD 1 TO LIST-ENTRY-COUNT
011180     MOVE Jrnl-Feed-Seq TO LDT-LAST-SEQ
011190     EVALUATE TRUE
011200         WHEN Jrnl-Is-Base
011210             MOVE "BASE POINT" TO LDT-NOTE
011220         WHEN Jrnl-Is-Reset
011230             MOVE "REBUILD" TO LDT-NOTE
011240     END-EVALUATE.
011250 7100-EXIT.
011260     EXIT.
011270*
011280 7200-PRINT-FEED.
011290     IF LINE-COUNT >= LINES-PER-PAGE
011300         PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
011310         WRITE PRINT-LINE FROM LIST-HDG2-LINE
011320         ADD 1 TO LINE-COUNT
011330     END-IF
011340     MOVE LIST-ENTRY-COUNT TO LDT-ENTRIES
011350     WRITE PRINT-LINE FROM LIST-DETAIL-LINE
011360     ADD 1 TO LINE-COUNT
011370     ADD 1 TO LIST-FEED-COUNT
011380     MOVE ZERO TO LIST-ENTRY-COUNT.
011390 7200-EXIT.
011400     EXIT.
011410*
011420*----------------------------------------------------------------
011430*    8000-PRINT-SUMMARY - RECOVERY TOTALS.  WHEN ENTRIES WERE
011440*    BACKED OUT OR LEFT PAST THE RECOVERY POINT THE JOURNAL NO
011450*    LONGER DESCRIBES THE MASTER FROM THE OLD BASE POINT, SO THE
011460*    REPORT CALLS FOR A FRESH UNLOAD BEFORE MAINTENANCE RESUMES.
011470*----------------------------------------------------------------
011480 8000-PRINT-SUMMARY.
011490     WRITE PRINT-LINE FROM SPACES
011500     MOVE SPACES TO SUM-TEXT
011510     MOVE "JOURNAL ENTRIES REAPPLIED" TO SUM-LABEL
011520     MOVE APPLIED-COUNT TO SUM-COUNT
011530     WRITE PRINT-LINE FROM SUMMARY-LINE
011540     MOVE "  BEFORE-IMAGE MISMATCHES" TO SUM-LABEL
011550     MOVE MISMATCH-COUNT TO SUM-COUNT
011560     WRITE PRINT-LINE FROM SUMMARY-LINE
011570     MOVE "JOURNAL ENTRIES BACKED OUT" TO SUM-LABEL
011580     MOVE BACKOUT-COUNT TO SUM-COUNT
011590     IF IS-BACKOUT-GIVEN
011600         STRING "FEED " BACKOUT-FEED-ID
011610             DELIMITED BY SIZE INTO SUM-TEXT
011620     END-IF
011630     WRITE PRINT-LINE FROM SUMMARY-LINE
011640     MOVE "JOURNAL ENTRIES PAST THE RECOVERY POINT" TO SUM-LABEL
011650     MOVE NOT-REACHED-COUNT TO SUM-COUNT
011660     MOVE STOP-REASON TO SUM-TEXT
011670     WRITE PRINT-LINE FROM SUMMARY-LINE
011680     MOVE "I/O FAILURES" TO SUM-LABEL
011690     MOVE FAIL-COUNT TO SUM-COUNT
011700     MOVE SPACES TO SUM-TEXT
011710     WRITE PRINT-LINE FROM SUMMARY-LINE
011720     IF BACKOUT-COUNT > ZERO OR NOT-REACHED-COUNT > ZERO
011730         WRITE PRINT-LINE FROM SPACES
011740         MOVE SPACES TO ADVICE-TEXT
011750         STRING "TAKE A FRESH UNLOAD WITH " DELIMITED BY SIZE
011760             RECV-CNV-NAME DELIMITED BY SPACE
011770             " BEFORE ANY FURTHER MAINTENANCE RUN ON "
011780             DELIMITED BY SIZE
011790             RECV-MASTER DELIMITED BY SPACE
011800             INTO ADVICE-TEXT
011810         WRITE PRINT-LINE FROM ADVICE-LINE
011820     END-IF.
011830 8000-EXIT.
011840     EXIT.
011850*
011860*----------------------------------------------------------------
011870*    9000-TERMINATE - CLOSE UP AND SET THE RETURN CODE.  A
011880*    RECOVERY THAT HAD TO FORCE ANY ENTRY, OR THAT LEAVES THE
011890*    JOURNAL AHEAD OF THE MASTER, ENDS WITH RETURN-CODE 4.
011900*----------------------------------------------------------------
011910 9000-TERMINATE.
011920     IF IS-MASTER-OPEN
011930         EVALUATE TRUE
011940             WHEN RECV-IS-DIAG
011950                 CLOSE DIAG-FILE
011960             WHEN RECV-IS-CLAIMS
011970                 CLOSE CLAIMS-FILE
011980             WHEN RECV-IS-PATIENT
011990                 CLOSE PATIENT-FILE
012000             WHEN RECV-IS-FEESCHED
012010                 CLOSE FEE-FILE
012020         END-EVALUATE
012030     END-IF
012040     IF NOT IS-REPORT-OPEN
012050         GO TO 9000-EXIT
012060     END-IF
012070     IF RETURN-CODE NOT = 0
012080         MOVE SPACES TO SUM-LABEL
012090         MOVE ZERO TO SUM-COUNT
012100         MOVE "RECOVERY NOT ATTEMPTED - SEE JOB LOG" TO SUM-TEXT
012110         WRITE PRINT-LINE FROM SUMMARY-LINE
012120     END-IF
012130     CLOSE REPORT-FILE
012140     IF RETURN-CODE NOT = 0 OR IS-LIST-RUN
012150         GO TO 9000-EXIT
012160     END-IF
012170     MOVE APPLIED-COUNT TO AUDIT-RECORD-COUNT
012180     CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME AUDIT-OPERATION
012190         AUDIT-NO-KEY AUDIT-RECORD-COUNT AUDIT-OPERATOR-ID
012200     IF MISMATCH-COUNT > 0 OR FAIL-COUNT > 0
012210             OR BACKOUT-COUNT > 0 OR NOT-REACHED-COUNT > 0
012220         MOVE 4 TO RETURN-CODE
012230     END-IF
012240     DISPLAY "MSTRECV: " RECV-MASTER " RELOADED WITH "
012250         RELOAD-COUNT " RECORD(S), " APPLIED-COUNT
012260         " JOURNAL ENTRY(IES) REAPPLIED, " MISMATCH-COUNT
012270         " MISMATCH(ES) - SEE MSTRECV.RPT".
012280 9000-EXIT.
012290     EXIT.
