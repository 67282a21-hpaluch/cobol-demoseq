000010*****************************************************************
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.     PATCNV.
000040 AUTHOR.         D. KOVACS.
000050 INSTALLATION.   DATA PROCESSING DEPT.
000060 DATE-WRITTEN.   10/15/2026.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*------------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    10/15/2026 DK    INITIAL VERSION - UNLOAD/RELOAD PATH FOR
000130*                      THE INDEXED PATIENT MASTER, AS CLMCNV DOES
000140*                      FOR CLAIMS.DAT.  THE UNLOAD IS THE BASE
000150*                      MSTRECV RELOADS BEFORE ROLLING PATIENT.DAT
000160*                      FORWARD FROM JOURNAL.DAT.
000170*                      RUN-MODE "UNLOAD"  - INDEXED PATIENT.DAT
000180*                                           TO FLAT PATSEQ.DAT.
000190*                      RUN-MODE "RELOAD"  - FLAT PATSEQ.DAT TO
000200*                                           INDEXED PATIENT.DAT.
000205*    10/15/2026 DK    PATSEQ.DAT NOW CARRIES Patient-Merged-To.
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT PATIENT-FILE ASSIGN TO DISK
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS Patient-ID
000290         FILE STATUS IS PATMAST-STATUS.

000300     SELECT PATSEQ-FILE ASSIGN TO DISK
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS PATSEQ-STATUS.
000330*
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  PATIENT-FILE
000370     LABEL RECORD IS STANDARD
000380     VALUE OF FILE-ID IS "PATIENT.DAT"
000390     DATA RECORD IS PatientDetail.
000400     COPY PATREC.

000410 FD  PATSEQ-FILE
000420     LABEL RECORD IS STANDARD
000430     VALUE OF FILE-ID IS "PATSEQ.DAT"
000440     DATA RECORD IS PatSeqDetail.
000450 01  PatSeqDetail.
000460     02  PatSeq-Patient-ID       PIC X(10).
000470     02  PatSeq-Patient-Name     PIC X(30).
000480     02  PatSeq-Patient-Status   PIC X(01).
000485     02  PatSeq-Merged-To        PIC X(10).
000490*
000500 WORKING-STORAGE SECTION.
000510 01  PATMAST-STATUS          PIC X(02) VALUE "00".
000520     88  PATMAST-OK          VALUE "00".
000530     88  PATMAST-EOF         VALUE "10".
000540     88  PATMAST-DUP-KEY     VALUE "22".
000550     88  PATMAST-NOT-FOUND   VALUE "35".

000560 01  PATSEQ-STATUS           PIC X(02) VALUE "00".
000570     88  PATSEQ-OK           VALUE "00".
000580     88  PATSEQ-EOF          VALUE "10".
000590     88  PATSEQ-NOT-FOUND    VALUE "35".

000600 01  RUN-MODE-PARM           PIC X(10) VALUE SPACES.
000610 01  RUN-MODE                PIC X(06) VALUE "UNLOAD".
000620     88  RUN-MODE-UNLOAD     VALUE "UNLOAD".
000630     88  RUN-MODE-RELOAD     VALUE "RELOAD".

000640 01  EOF-SW                  PIC X(01) VALUE "N".
000650     88  IS-EOF               VALUE "Y".

000660 01  RECORD-COUNT            PIC 9(06) VALUE ZERO COMP.

000670 01  AUDIT-PROGRAM-NAME      PIC X(08) VALUE "PATCNV".
000680 01  AUDIT-OPERATION         PIC X(12) VALUE SPACES.
000690 01  AUDIT-PATIENT-KEY       PIC X(05) VALUE SPACES.
000700 01  AUDIT-ONE-RECORD        PIC 9(06) VALUE 1.
000710 01  AUDIT-OPERATOR-ID       PIC X(08) VALUE SPACES.

000720 01  JRNL-MASTER             PIC X(08) VALUE "PATIENT".
000730 01  JRNL-ACTION             PIC X(01) VALUE "U".
000740 01  JRNL-KEY                PIC X(10) VALUE SPACES.
000750 01  JRNL-BEFORE-IMAGE       PIC X(150) VALUE SPACES.
000760 01  JRNL-AFTER-IMAGE        PIC X(150) VALUE SPACES.
000770 01  JRNL-FEED-ID.
000780     02  JRNL-FEED-DATE      PIC 9(08) VALUE ZERO.
000790     02  JRNL-FEED-TIME      PIC 9(06) VALUE ZERO.
000800 01  JRNL-CLOCK              PIC 9(08) VALUE ZERO.
000810 01  JRNL-FEED-SEQ           PIC 9(06) VALUE ZERO.
000820*
000830 PROCEDURE DIVISION.
000840*
000850 0000-MAINLINE.
000860     ACCEPT RUN-MODE-PARM FROM COMMAND-LINE
000870     IF RUN-MODE-PARM NOT = SPACES
000880         MOVE FUNCTION UPPER-CASE(RUN-MODE-PARM) TO RUN-MODE
000890     END-IF
000900     EVALUATE TRUE
000910         WHEN RUN-MODE-UNLOAD
000920             PERFORM 2000-UNLOAD THRU 2000-EXIT
000930         WHEN RUN-MODE-RELOAD
000940             PERFORM 3000-RELOAD THRU 3000-EXIT
000950         WHEN OTHER
000960             DISPLAY "PATCNV: INVALID RUN-MODE " RUN-MODE-PARM
000970             MOVE 16 TO RETURN-CODE
000980     END-EVALUATE
000990     IF RETURN-CODE = 0
001000         PERFORM 4000-JOURNAL-BASE THRU 4000-EXIT
001010     END-IF
001020     STOP RUN.
001030*
001040*----------------------------------------------------------------
001050*    2000-UNLOAD - COPY THE INDEXED PATIENT MASTER OUT TO A FLAT
001060*    SEQUENTIAL FILE IN KEY SEQUENCE.
001070*----------------------------------------------------------------
001080 2000-UNLOAD.
001090     OPEN INPUT PATIENT-FILE
001100     OPEN OUTPUT PATSEQ-FILE
001110     IF PATMAST-NOT-FOUND
001120         DISPLAY "PATCNV: PATIENT.DAT NOT FOUND"
001130         MOVE 8 TO RETURN-CODE
001140         MOVE "Y" TO EOF-SW
001150     END-IF
001160     PERFORM 2100-UNLOAD-ONE THRU 2100-EXIT
001170         UNTIL IS-EOF
001180     CLOSE PATIENT-FILE
001190     CLOSE PATSEQ-FILE
001200     DISPLAY "PATCNV: " RECORD-COUNT
001210         " RECORD(S) UNLOADED TO PATSEQ.DAT".
001220 2000-EXIT.
001230     EXIT.
001240*
001250 2100-UNLOAD-ONE.
001260     READ PATIENT-FILE NEXT RECORD
001270         AT END MOVE "Y" TO EOF-SW
001280     END-READ
001290     IF NOT IS-EOF
001300         MOVE Patient-ID TO PatSeq-Patient-ID
001310         MOVE Patient-Name TO PatSeq-Patient-Name
001320         MOVE Patient-Status TO PatSeq-Patient-Status
001325         MOVE Patient-Merged-To TO PatSeq-Merged-To
001330         WRITE PatSeqDetail
001340         ADD 1 TO RECORD-COUNT
001350         MOVE "READ" TO AUDIT-OPERATION
001360         PERFORM 8000-LOG-AUDIT THRU 8000-EXIT
001370     END-IF.
001380 2100-EXIT.
001390     EXIT.
001400*
001410*----------------------------------------------------------------
001420*    3000-RELOAD - COPY A FLAT SEQUENTIAL EXTRACT BACK INTO THE
001430*    INDEXED PATIENT MASTER, REPLACING WHATEVER WAS THERE.
001440*----------------------------------------------------------------
001450 3000-RELOAD.
001460     OPEN INPUT PATSEQ-FILE
001470     OPEN OUTPUT PATIENT-FILE
001480     MOVE "N" TO EOF-SW
001490     IF PATSEQ-NOT-FOUND
001500         DISPLAY "PATCNV: PATSEQ.DAT NOT FOUND"
001510         MOVE 8 TO RETURN-CODE
001520         MOVE "Y" TO EOF-SW
001530     END-IF
001540     PERFORM 3100-RELOAD-ONE THRU 3100-EXIT
001550         UNTIL IS-EOF
001560     CLOSE PATSEQ-FILE
001570     CLOSE PATIENT-FILE
001580     DISPLAY "PATCNV: " RECORD-COUNT
001590         " RECORD(S) RELOADED INTO PATIENT.DAT".
001600 3000-EXIT.
001610     EXIT.
001620*
001630 3100-RELOAD-ONE.
001640     READ PATSEQ-FILE
001650         AT END MOVE "Y" TO EOF-SW
001660     END-READ
001670     IF NOT IS-EOF
001680         MOVE PatSeq-Patient-ID TO Patient-ID
001690         MOVE PatSeq-Patient-Name TO Patient-Name
001700         MOVE PatSeq-Patient-Status TO Patient-Status
001705         MOVE PatSeq-Merged-To TO Patient-Merged-To
001710         WRITE PatientDetail
001720             INVALID KEY
001730                 DISPLAY "PATCNV: DUPLICATE PATIENT " Patient-ID
001740                     " SKIPPED ON RELOAD"
001750             NOT INVALID KEY
001760                 ADD 1 TO RECORD-COUNT
001770                 MOVE "ADD" TO AUDIT-OPERATION
001780                 PERFORM 8000-LOG-AUDIT THRU 8000-EXIT
001790         END-WRITE
001800     END-IF.
001810 3100-EXIT.
001820     EXIT.
001830*
001840*----------------------------------------------------------------
001850*    8000-LOG-AUDIT - THE AUDIT KEY FIELD HOLDS 5 BYTES, SO THE
001860*    PATIENT ID'S LAST 5 DIGITS RIDE IN IT, AS IN PATMAINT.
001870*----------------------------------------------------------------
001880 8000-LOG-AUDIT.
001890     MOVE Patient-ID (6:5) TO AUDIT-PATIENT-KEY
001900     CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME AUDIT-OPERATION
001910         AUDIT-PATIENT-KEY AUDIT-ONE-RECORD AUDIT-OPERATOR-ID.
001920 8000-EXIT.
001930     EXIT.
001940*
001950*----------------------------------------------------------------
001960*    4000-JOURNAL-BASE - AFTER A CLEAN UNLOAD OR RELOAD THE
001970*    MASTER AND PATSEQ.DAT HOLD THE SAME RECORDS.  JOURNAL A
001980*    "U" ENTRY SO MSTRECV KNOWS TO START ITS ROLL-FORWARD FROM
001990*    THIS POINT WHEN IT RELOADS FROM THE UNLOAD.
002000*----------------------------------------------------------------
002010 4000-JOURNAL-BASE.
002020     ACCEPT JRNL-FEED-DATE FROM DATE YYYYMMDD
002030     ACCEPT JRNL-CLOCK FROM TIME
002040     DIVIDE JRNL-CLOCK BY 100 GIVING JRNL-FEED-TIME
002050     MOVE RECORD-COUNT TO JRNL-FEED-SEQ
002060     CALL "JOURNAL" USING AUDIT-PROGRAM-NAME JRNL-MASTER
002070         JRNL-ACTION JRNL-KEY JRNL-BEFORE-IMAGE JRNL-AFTER-IMAGE
002080         JRNL-FEED-ID JRNL-FEED-SEQ AUDIT-OPERATOR-ID.
002090 4000-EXIT.
002100     EXIT.
