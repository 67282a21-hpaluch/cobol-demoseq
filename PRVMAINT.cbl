000010*****************************************************************
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.     PRVMAINT.
000040 AUTHOR.         D. KOVACS.
000050 INSTALLATION.   DATA PROCESSING DEPT.
000060 DATE-WRITTEN.   10/15/2026.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*------------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    10/15/2026 DK    INITIAL VERSION - MAINTAINS THE PROVIDER
000130*                      MASTER (PROVIDER.DAT, ORGANIZATION INDEXED
000140*                      KEYED ON Provider-ID) FROM AN ADD/CHANGE/
000150*                      INACTIVATE TRANSACTION FEED (PRVTRANS.DAT),
000160*                      IN THE STYLE OF PATMAINT AGAINST
000170*                      PATIENT.DAT.  AN INACTIVATE DOES NOT
000180*                      PHYSICALLY DELETE - IT SETS Provider-Status
000190*                      TO "I" SO HISTORICAL CLAIMS STAY LINKED TO
000200*                      THEIR PROVIDER.  TRANSACTIONS THAT FAIL
000210*                      VALIDATION OF THE PROVIDER ID FORMAT, NAME,
000220*                      SPECIALTY OR EFFECTIVE DATES ARE ROUTED TO
000230*                      PRVREJ.DAT, AND EVERY WRITE AGAINST THE
000240*                      MASTER IS LOGGED TO AUDIT.LOG VIA THE
000250*                      AUDITLOG SUBPROGRAM.
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PRVTRANS-FILE ASSIGN TO DISK
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS PRVTRANS-STATUS.

000330     SELECT PRVREJ-FILE ASSIGN TO DISK
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS PRVREJ-STATUS.

000360     SELECT PROVIDER-FILE ASSIGN TO DISK
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS Provider-ID
000400         FILE STATUS IS PRVMAST-STATUS.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  PRVTRANS-FILE
000450     LABEL RECORD IS STANDARD
000460     VALUE OF FILE-ID IS "PRVTRANS.DAT"
000470     DATA RECORD IS PrvTrans.
000480     COPY PRVTRREC.

000490 FD  PRVREJ-FILE
000500     LABEL RECORD IS STANDARD
000510     VALUE OF FILE-ID IS "PRVREJ.DAT"
000520     DATA RECORD IS PrvReject.
000530     COPY PRVREJREC.

000540 FD  PROVIDER-FILE
000550     LABEL RECORD IS STANDARD
000560     VALUE OF FILE-ID IS "PROVIDER.DAT"
000570     DATA RECORD IS ProviderDetail.
000580     COPY PRVREC.
000590*
000600 WORKING-STORAGE SECTION.
000610 01  PRVTRANS-STATUS         PIC X(02) VALUE "00".
000620     88  PRVTRANS-OK         VALUE "00".
000630     88  PRVTRANS-EOF        VALUE "10".
000640     88  PRVTRANS-NOT-FOUND  VALUE "35".

000650 01  PRVREJ-STATUS           PIC X(02) VALUE "00".
000660     88  PRVREJ-OK           VALUE "00".

000670 01  PRVMAST-STATUS          PIC X(02) VALUE "00".
000680     88  PRVMAST-OK          VALUE "00", "02".
000690     88  PRVMAST-NOT-FOUND   VALUE "23", "35".
000700     88  PRVMAST-DUP-KEY     VALUE "22".

000710 01  PRVTRANS-EOF-SW         PIC X(01) VALUE "N".
000720     88  IS-PRVTRANS-EOF     VALUE "Y".

000730 01  PRTRANS-VALID-SW        PIC X(01) VALUE "Y".
000740     88  PRTRANS-IS-VALID    VALUE "Y".

000750 01  OPEN-END-DATE           PIC 9(08) VALUE 99991231.
000760 01  NEW-EFF-TO              PIC 9(08) VALUE ZERO.

000770 01  TRANS-COUNT             PIC 9(06) VALUE ZERO COMP.
000780 01  WRITE-COUNT             PIC 9(06) VALUE ZERO COMP.
000790 01  INACT-COUNT             PIC 9(06) VALUE ZERO COMP.
000800 01  REJECT-COUNT            PIC 9(06) VALUE ZERO COMP.

000810 01  AUDIT-PROGRAM-NAME      PIC X(08) VALUE "PRVMAINT".
000820 01  AUDIT-OPERATION         PIC X(12) VALUE SPACES.
000830 01  AUDIT-PROVIDER-KEY      PIC X(05) VALUE SPACES.
000840 01  AUDIT-ONE-RECORD        PIC 9(06) VALUE 1.
000850 01  AUDIT-OPERATOR-ID       PIC X(08) VALUE SPACES.
000860*
000870 PROCEDURE DIVISION.
000880*
000890 0000-MAINLINE.
000900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000910     IF NOT PRVTRANS-NOT-FOUND
000920         PERFORM 2000-APPLY-TRANS THRU 2000-EXIT
000930             UNTIL IS-PRVTRANS-EOF
000940     END-IF
000950     PERFORM 9000-TERMINATE THRU 9000-EXIT
000960     STOP RUN.
000970*
000980*----------------------------------------------------------------
000990*    1000-INITIALIZE - OPEN THE TRANSACTION FEED, THE REJECT FILE
001000*    AND THE PROVIDER MASTER, PRIMING THE FIRST FEED RECORD.  IF
001010*    PRVTRANS.DAT IS MISSING THERE IS NOTHING TO PROCESS, SO
001020*    RETURN-CODE IS SET TO 8 FOR THE CALLING JOB STEP.  A MISSING
001030*    PROVIDER.DAT IS CREATED EMPTY, AS PATMAINT DOES FOR
001040*    PATIENT.DAT.
001050*----------------------------------------------------------------
001060 1000-INITIALIZE.
001070     OPEN INPUT PRVTRANS-FILE
001080     IF PRVTRANS-NOT-FOUND
001090         DISPLAY "PRVMAINT: PRVTRANS.DAT NOT FOUND - NOTHING TO"
001100             " PROCESS"
001110         MOVE 8 TO RETURN-CODE
001120     ELSE
001130         OPEN OUTPUT PRVREJ-FILE
001140         OPEN I-O PROVIDER-FILE
001150         IF PRVMAST-NOT-FOUND
001160             OPEN OUTPUT PROVIDER-FILE
001170             CLOSE PROVIDER-FILE
001180             OPEN I-O PROVIDER-FILE
001190         END-IF
001200         PERFORM 2100-READ-TRANS THRU 2100-EXIT
001210     END-IF.
001220 1000-EXIT.
001230     EXIT.
001240*
001250*----------------------------------------------------------------
001260*    2000-APPLY-TRANS - VALIDATE AND APPLY ONE TRANSACTION RECORD
001270*    STRAIGHT AGAINST PROVIDER.DAT WITH KEYED I/O, THEN READ THE
001280*    NEXT ONE.
001290*----------------------------------------------------------------
001300 2000-APPLY-TRANS.
001310     ADD 1 TO TRANS-COUNT
001320     EVALUATE TRUE
001330         WHEN Prtrans-Is-Add OR Prtrans-Is-Change
001340             PERFORM 2050-VALIDATE-TRANS THRU 2050-EXIT
001350             IF PRTRANS-IS-VALID
001360                 IF Prtrans-Is-Add
001370                     PERFORM 3000-APPLY-ADD THRU 3000-EXIT
001380                 ELSE
001390                     PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
001400                 END-IF
001410             ELSE
001420                 PERFORM 2060-WRITE-REJECT THRU 2060-EXIT
001430             END-IF
001440         WHEN Prtrans-Is-Inact
001450             PERFORM 5000-APPLY-INACTIVATE THRU 5000-EXIT
001460         WHEN OTHER
001470             DISPLAY "PRVMAINT: UNKNOWN TRANSACTION CODE "
001480                 Prtrans-Action " IGNORED - SEQ " Prtrans-Seq-No
001490     END-EVALUATE
001500     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001510 2000-EXIT.
001520     EXIT.
001530*
001540*----------------------------------------------------------------
001550*    2050-VALIDATE-TRANS - CHECK Prtrans-Provider-ID FOR THE HOUSE
001560*    PROVIDER ID PATTERN ("PRV" FOLLOWED BY 7 DIGITS), THE NAME
001570*    AND SPECIALTY FOR NON-BLANK, AND THE EFFECTIVE DATES.  THE
001580*    FROM DATE IS REQUIRED; A BLANK TO DATE MEANS OPEN-ENDED AND
001590*    IS CARRIED AS 99991231.  NEW-EFF-TO HOLDS THE TO DATE THE
001600*    ADD OR CHANGE WILL STORE.
001610*----------------------------------------------------------------
001620 2050-VALIDATE-TRANS.
001630     MOVE "Y" TO PRTRANS-VALID-SW
001640     IF Prtrans-Eff-To-X = SPACES
001650         MOVE OPEN-END-DATE TO NEW-EFF-TO
001660     ELSE
001670         IF Prtrans-Eff-To-X IS NUMERIC
001680             MOVE Prtrans-Eff-To TO NEW-EFF-TO
001690         ELSE
001700             MOVE ZERO TO NEW-EFF-TO
001710         END-IF
001720     END-IF
001730     EVALUATE TRUE
001740         WHEN Prtrans-Provider-ID = SPACES
001750             MOVE "N" TO PRTRANS-VALID-SW
001760             MOVE "01" TO Prrej-Reason-Code
001770             MOVE "PROVIDER ID IS BLANK" TO Prrej-Reason-Text
001780         WHEN NOT (Prtrans-Provider-ID (1:3) = "PRV"
001790                 AND Prtrans-Provider-ID (4:7) IS NUMERIC)
001800             MOVE "N" TO PRTRANS-VALID-SW
001810             MOVE "02" TO Prrej-Reason-Code
001820             MOVE "PROVIDER ID FORMAT IS INVALID"
001830                 TO Prrej-Reason-Text
001840         WHEN Prtrans-Provider-Name = SPACES
001850             MOVE "N" TO PRTRANS-VALID-SW
001860             MOVE "03" TO Prrej-Reason-Code
001870             MOVE "PROVIDER NAME IS BLANK" TO Prrej-Reason-Text
001880         WHEN Prtrans-Specialty = SPACES
001890             MOVE "N" TO PRTRANS-VALID-SW
001900             MOVE "05" TO Prrej-Reason-Code
001910             MOVE "PROVIDER SPECIALTY IS BLANK"
001920                 TO Prrej-Reason-Text
001930         WHEN Prtrans-Eff-From-X IS NOT NUMERIC
001940           OR Prtrans-Eff-From = ZERO
001950           OR NEW-EFF-TO = ZERO
001960           OR NEW-EFF-TO < Prtrans-Eff-From
001970             MOVE "N" TO PRTRANS-VALID-SW
001980             MOVE "06" TO Prrej-Reason-Code
001990             MOVE "EFFECTIVE DATES ARE INVALID"
002000                 TO Prrej-Reason-Text
002010     END-EVALUATE.
002020 2050-EXIT.
002030     EXIT.
002040*
002050*----------------------------------------------------------------
002060*    2060-WRITE-REJECT - WRITE THE FAILED TRANSACTION TO
002070*    PRVREJ.DAT WITH ITS REASON CODE AND TEXT.
002080*----------------------------------------------------------------
002090 2060-WRITE-REJECT.
002100     PERFORM 2070-MOVE-REJECT-DATA THRU 2070-EXIT
002110     WRITE PrvReject
002120     ADD 1 TO REJECT-COUNT
002130     DISPLAY "PRVMAINT: REJECTED SEQ " Prtrans-Seq-No
002140         " PROVIDER " Prtrans-Provider-ID " - " Prrej-Reason-Text.
002150 2060-EXIT.
002160     EXIT.
002170*
002180*----------------------------------------------------------------
002190*    2065-WRITE-UNKNOWN-REJECT - A CHANGE OR INACTIVATE TARGETED
002200*    A Provider-ID THAT IS NOT ON THE MASTER.  WRITE IT TO
002210*    PRVREJ.DAT WITH REASON 04 SO THE REJECT TRAIL IS COMPLETE.
002220*----------------------------------------------------------------
002230 2065-WRITE-UNKNOWN-REJECT.
002240     PERFORM 2070-MOVE-REJECT-DATA THRU 2070-EXIT
002250     MOVE "04" TO Prrej-Reason-Code
002260     MOVE "PROVIDER NOT ON FILE" TO Prrej-Reason-Text
002270     WRITE PrvReject
002280     ADD 1 TO REJECT-COUNT.
002290 2065-EXIT.
002300     EXIT.
002310*
002320 2070-MOVE-REJECT-DATA.
002330     MOVE Prtrans-Seq-No TO Prrej-Seq-No
002340     MOVE Prtrans-Action TO Prrej-Action
002350     MOVE Prtrans-Provider-ID TO Prrej-Provider-ID
002360     MOVE Prtrans-Provider-Name TO Prrej-Provider-Name
002370     MOVE Prtrans-Specialty TO Prrej-Specialty
002380     MOVE Prtrans-Eff-From-X TO Prrej-Eff-From-X
002390     MOVE Prtrans-Eff-To-X TO Prrej-Eff-To-X.
002400 2070-EXIT.
002410     EXIT.
002420*
002430 2100-READ-TRANS.
002440     READ PRVTRANS-FILE
002450         AT END MOVE "Y" TO PRVTRANS-EOF-SW.
002460 2100-EXIT.
002470     EXIT.
002480*
002490 3000-APPLY-ADD.
002500     MOVE Prtrans-Provider-ID TO Provider-ID
002510     MOVE Prtrans-Provider-Name TO Provider-Name
002520     MOVE Prtrans-Specialty TO Provider-Specialty
002530     MOVE "A" TO Provider-Status
002540     MOVE Prtrans-Eff-From TO Provider-Eff-From
002550     MOVE NEW-EFF-TO TO Provider-Eff-To
002560     WRITE ProviderDetail
002570         INVALID KEY
002580             DISPLAY "PRVMAINT: DUPLICATE PROVIDER " Provider-ID
002590                 " REJECTED - SEQ " Prtrans-Seq-No
002600         NOT INVALID KEY
002610             ADD 1 TO WRITE-COUNT
002620             MOVE "ADD" TO AUDIT-OPERATION
002630             PERFORM 8000-LOG-AUDIT THRU 8000-EXIT
002640     END-WRITE.
002650 3000-EXIT.
002660     EXIT.
002670*
002680*----------------------------------------------------------------
002690*    4000-APPLY-CHANGE - REPLACE THE NAME, SPECIALTY AND
002700*    EFFECTIVE DATES OF A PROVIDER ALREADY ON THE MASTER.  THE
002710*    STATUS IS LEFT AS IT IS.
002720*----------------------------------------------------------------
002730 4000-APPLY-CHANGE.
002740     MOVE Prtrans-Provider-ID TO Provider-ID
002750     READ PROVIDER-FILE
002760         INVALID KEY
002770             DISPLAY "PRVMAINT: CHANGE FOR UNKNOWN PROVIDER "
002780                 Prtrans-Provider-ID " - SEQ " Prtrans-Seq-No
002790             PERFORM 2065-WRITE-UNKNOWN-REJECT THRU 2065-EXIT
002800         NOT INVALID KEY
002810             MOVE Prtrans-Provider-Name TO Provider-Name
002820             MOVE Prtrans-Specialty TO Provider-Specialty
002830             MOVE Prtrans-Eff-From TO Provider-Eff-From
002840             MOVE NEW-EFF-TO TO Provider-Eff-To
002850             REWRITE ProviderDetail
002860                 INVALID KEY
002870                     DISPLAY "PRVMAINT: REWRITE FAILED FOR "
002880                         Provider-ID " - SEQ " Prtrans-Seq-No
002890                 NOT INVALID KEY
002900                     ADD 1 TO WRITE-COUNT
002910                     MOVE "CHANGE" TO AUDIT-OPERATION
002920                     PERFORM 8000-LOG-AUDIT THRU 8000-EXIT
002930             END-REWRITE
002940     END-READ.
002950 4000-EXIT.
002960     EXIT.
002970*
002980*----------------------------------------------------------------
002990*    5000-APPLY-INACTIVATE - AN INACTIVATE SETS Provider-Status
003000*    TO "I" RATHER THAN REMOVING THE RECORD, SO CLAIMS ALREADY
003010*    ON CLAIMS.DAT STAY LINKED TO THEIR PROVIDER.  CLMMAINT
003020*    REJECTS NEW CLAIMS FOR AN INACTIVE PROVIDER.
003030*----------------------------------------------------------------
003040 5000-APPLY-INACTIVATE.
003050     MOVE Prtrans-Provider-ID TO Provider-ID
003060     READ PROVIDER-FILE
003070         INVALID KEY
003080             DISPLAY "PRVMAINT: INACTIVATE FOR UNKNOWN PROVIDER "
003090                 Prtrans-Provider-ID " - SEQ " Prtrans-Seq-No
003100             PERFORM 2065-WRITE-UNKNOWN-REJECT THRU 2065-EXIT
003110         NOT INVALID KEY
003120             MOVE "I" TO Provider-Status
003130             REWRITE ProviderDetail
003140                 INVALID KEY
003150                     DISPLAY "PRVMAINT: INACTIVATE FAILED FOR "
003160                         Provider-ID " - SEQ " Prtrans-Seq-No
003170                 NOT INVALID KEY
003180                     ADD 1 TO INACT-COUNT
003190                     MOVE "INACTIVATE" TO AUDIT-OPERATION
003200                     PERFORM 8000-LOG-AUDIT THRU 8000-EXIT
003210             END-REWRITE
003220     END-READ.
003230 5000-EXIT.
003240     EXIT.
003250*
003260*----------------------------------------------------------------
003270*    8000-LOG-AUDIT - LOG ONE WRITE AGAINST THE PROVIDER MASTER.
003280*    THE AUDIT KEY FIELD HOLDS A 5-BYTE DIAGNOSIS CODE, SO THE
003290*    PROVIDER ID'S LAST 5 DIGITS RIDE IN IT, AS PATMAINT DOES
003300*    WITH THE PATIENT ID.
003310*----------------------------------------------------------------
003320 8000-LOG-AUDIT.
003330     MOVE Provider-ID (6:5) TO AUDIT-PROVIDER-KEY
003340     CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME AUDIT-OPERATION
003350         AUDIT-PROVIDER-KEY AUDIT-ONE-RECORD AUDIT-OPERATOR-ID.
003360 8000-EXIT.
003370     EXIT.
003380*
003390 9000-TERMINATE.
003400     IF NOT PRVTRANS-NOT-FOUND
003410         CLOSE PRVTRANS-FILE
003420         CLOSE PRVREJ-FILE
003430         CLOSE PROVIDER-FILE
003440     END-IF
003450     IF REJECT-COUNT > 0 AND RETURN-CODE = 0
003460         MOVE 4 TO RETURN-CODE
003470     END-IF
003480     DISPLAY "PRVMAINT: " TRANS-COUNT " TRANSACTION(S) READ, "
003490         WRITE-COUNT " PROVIDER RECORD(S) WRITTEN/CHANGED, "
003500         INACT-COUNT " INACTIVATED, "
003510         REJECT-COUNT " TRANSACTION(S) REJECTED TO PRVREJ.DAT".
003520 9000-EXIT.
003530     EXIT.
