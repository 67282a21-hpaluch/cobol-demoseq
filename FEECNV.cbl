000010*****************************************************************
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.     FEECNV.
000040 AUTHOR.         D. KOVACS.
000050 INSTALLATION.   DATA PROCESSING DEPT.
000060 DATE-WRITTEN.   10/15/2026.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*------------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    10/15/2026 DK    INITIAL VERSION - UNLOAD/RELOAD PATH FOR
000130*                      THE INDEXED FEE SCHEDULE, AS CLMCNV DOES
000140*                      FOR CLAIMS.DAT.  THE UNLOAD IS THE BASE
000150*                      MSTRECV RELOADS BEFORE ROLLING FEESCHED.DAT
000160*                      FORWARD FROM JOURNAL.DAT.
000170*                      RUN-MODE "UNLOAD"  - INDEXED FEESCHED.DAT
000180*                                           TO FLAT FEESEQ.DAT.
000190*                      RUN-MODE "RELOAD"  - FLAT FEESEQ.DAT TO
000200*                                           INDEXED FEESCHED.DAT.
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT FEE-FILE ASSIGN TO DISK
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS Fee-Diag-Code
000290         FILE STATUS IS FEE-STATUS.

000300     SELECT FEESEQ-FILE ASSIGN TO DISK
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS FEESEQ-STATUS.
000330*
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  FEE-FILE
000370     LABEL RECORD IS STANDARD
000380     VALUE OF FILE-ID IS "FEESCHED.DAT"
000390     DATA RECORD IS FeeDetail.
000400     COPY FEEREC.

000410 FD  FEESEQ-FILE
000420     LABEL RECORD IS STANDARD
000430     VALUE OF FILE-ID IS "FEESEQ.DAT"
000440     DATA RECORD IS FeeSeqDetail.
000450 01  FeeSeqDetail.
000460     02  FeeSeq-Diag-Code        PIC X(05).
000470     02  FeeSeq-Allowed-Amount   PIC 9(07)V99.
000480*
000490 WORKING-STORAGE SECTION.
000500 01  FEE-STATUS              PIC X(02) VALUE "00".
000510     88  FEE-OK              VALUE "00".
000520     88  FEE-EOF             VALUE "10".
000530     88  FEE-DUP-KEY         VALUE "22".
000540     88  FEE-NOT-FOUND       VALUE "35".

000550 01  FEESEQ-STATUS           PIC X(02) VALUE "00".
000560     88  FEESEQ-OK           VALUE "00".
000570     88  FEESEQ-EOF          VALUE "10".
000580     88  FEESEQ-NOT-FOUND    VALUE "35".

000590 01  RUN-MODE-PARM           PIC X(10) VALUE SPACES.
000600 01  RUN-MODE                PIC X(06) VALUE "UNLOAD".
000610     88  RUN-MODE-UNLOAD     VALUE "UNLOAD".
000620     88  RUN-MODE-RELOAD     VALUE "RELOAD".

000630 01  EOF-SW                  PIC X(01) VALUE "N".
000640     88  IS-EOF               VALUE "Y".

000650 01  RECORD-COUNT            PIC 9(06) VALUE ZERO COMP.

000660 01  AUDIT-PROGRAM-NAME      PIC X(08) VALUE "FEECNV".
000670 01  AUDIT-OPERATION         PIC X(12) VALUE SPACES.
000680 01  AUDIT-ONE-RECORD        PIC 9(06) VALUE 1.
000690 01  AUDIT-OPERATOR-ID       PIC X(08) VALUE SPACES.

000700 01  JRNL-MASTER             PIC X(08) VALUE "FEESCHED".
000710 01  JRNL-ACTION             PIC X(01) VALUE "U".
000720 01  JRNL-KEY                PIC X(10) VALUE SPACES.
000730 01  JRNL-BEFORE-IMAGE       PIC X(150) VALUE SPACES.
000740 01  JRNL-AFTER-IMAGE        PIC X(150) VALUE SPACES.
000750 01  JRNL-FEED-ID.
000760     02  JRNL-FEED-DATE      PIC 9(08) VALUE ZERO.
000770     02  JRNL-FEED-TIME      PIC 9(06) VALUE ZERO.
000780 01  JRNL-CLOCK              PIC 9(08) VALUE ZERO.
000790 01  JRNL-FEED-SEQ           PIC 9(06) VALUE ZERO.
000800*
000810 PROCEDURE DIVISION.
000820*
000830 0000-MAINLINE.
000840     ACCEPT RUN-MODE-PARM FROM COMMAND-LINE
000850     IF RUN-MODE-PARM NOT = SPACES
000860         MOVE FUNCTION UPPER-CASE(RUN-MODE-PARM) TO RUN-MODE
000870     END-IF
000880     EVALUATE TRUE
000890         WHEN RUN-MODE-UNLOAD
000900             PERFORM 2000-UNLOAD THRU 2000-EXIT
000910         WHEN RUN-MODE-RELOAD
000920             PERFORM 3000-RELOAD THRU 3000-EXIT
000930         WHEN OTHER
000940             DISPLAY "FEECNV: INVALID RUN-MODE " RUN-MODE-PARM
000950             MOVE 16 TO RETURN-CODE
000960     END-EVALUATE
000970     IF RETURN-CODE = 0
000980         PERFORM 4000-JOURNAL-BASE THRU 4000-EXIT
000990     END-IF
001000     STOP RUN.
001010*
001020*----------------------------------------------------------------
001030*    2000-UNLOAD - COPY THE INDEXED FEE SCHEDULE OUT TO A FLAT
001040*    SEQUENTIAL FILE IN KEY SEQUENCE.
001050*----------------------------------------------------------------
001060 2000-UNLOAD.
001070     OPEN INPUT FEE-FILE
001080     OPEN OUTPUT FEESEQ-FILE
001090     IF FEE-NOT-FOUND
001100         DISPLAY "FEECNV: FEESCHED.DAT NOT FOUND"
001110         MOVE 8 TO RETURN-CODE
001120         MOVE "Y" TO EOF-SW
001130     END-IF
001140     PERFORM 2100-UNLOAD-ONE THRU 2100-EXIT
001150         UNTIL IS-EOF
001160     CLOSE FEE-FILE
001170     CLOSE FEESEQ-FILE
001180     DISPLAY "FEECNV: " RECORD-COUNT
001190         " RECORD(S) UNLOADED TO FEESEQ.DAT".
001200 2000-EXIT.
001210     EXIT.
001220*
001230 2100-UNLOAD-ONE.
001240     READ FEE-FILE NEXT RECORD
001250         AT END MOVE "Y" TO EOF-SW
001260     END-READ
001270     IF NOT IS-EOF
001280         MOVE Fee-Diag-Code TO FeeSeq-Diag-Code
001290         MOVE Fee-Allowed-Amount TO FeeSeq-Allowed-Amount
001300         WRITE FeeSeqDetail
001310         ADD 1 TO RECORD-COUNT
001320         MOVE "READ" TO AUDIT-OPERATION
001330         CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME AUDIT-OPERATION
001340             Fee-Diag-Code AUDIT-ONE-RECORD AUDIT-OPERATOR-ID
001350     END-IF.
001360 2100-EXIT.
001370     EXIT.
001380*
001390*----------------------------------------------------------------
001400*    3000-RELOAD - COPY A FLAT SEQUENTIAL EXTRACT BACK INTO THE
001410*    INDEXED FEE SCHEDULE, REPLACING WHATEVER WAS THERE.
001420*----------------------------------------------------------------
001430 3000-RELOAD.
001440     OPEN INPUT FEESEQ-FILE
001450     OPEN OUTPUT FEE-FILE
001460     MOVE "N" TO EOF-SW
001470     IF FEESEQ-NOT-FOUND
001480         DISPLAY "FEECNV: FEESEQ.DAT NOT FOUND"
001490         MOVE 8 TO RETURN-CODE
001500         MOVE "Y" TO EOF-SW
001510     END-IF
001520     PERFORM 3100-RELOAD-ONE THRU 3100-EXIT
001530         UNTIL IS-EOF
001540     CLOSE FEESEQ-FILE
001550     CLOSE FEE-FILE
001560     DISPLAY "FEECNV: " RECORD-COUNT
001570         " RECORD(S) RELOADED INTO FEESCHED.DAT".
001580 3000-EXIT.
001590     EXIT.
001600*
001610 3100-RELOAD-ONE.
001620     READ FEESEQ-FILE
001630         AT END MOVE "Y" TO EOF-SW
001640     END-READ
001650     IF NOT IS-EOF
001660         MOVE FeeSeq-Diag-Code TO Fee-Diag-Code
001670         MOVE FeeSeq-Allowed-Amount TO Fee-Allowed-Amount
001680         WRITE FeeDetail
001690             INVALID KEY
001700                 DISPLAY "FEECNV: DUPLICATE CODE " Fee-Diag-Code
001710                     " SKIPPED ON RELOAD"
001720             NOT INVALID KEY
001730                 ADD 1 TO RECORD-COUNT
001740                 MOVE "ADD" TO AUDIT-OPERATION
001750                 CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
001760                     AUDIT-OPERATION Fee-Diag-Code
001770                     AUDIT-ONE-RECORD AUDIT-OPERATOR-ID
001780         END-WRITE
001790     END-IF.
001800 3100-EXIT.
001810     EXIT.
001820*
001830*----------------------------------------------------------------
001840*    4000-JOURNAL-BASE - AFTER A CLEAN UNLOAD OR RELOAD THE
001850*    MASTER AND FEESEQ.DAT HOLD THE SAME RECORDS.  JOURNAL A
001860*    "U" ENTRY SO MSTRECV KNOWS TO START ITS ROLL-FORWARD FROM
001870*    THIS POINT WHEN IT RELOADS FROM THE UNLOAD.
001880*----------------------------------------------------------------
001890 4000-JOURNAL-BASE.
001900     ACCEPT JRNL-FEED-DATE FROM DATE YYYYMMDD
001910     ACCEPT JRNL-CLOCK FROM TIME
001920     DIVIDE JRNL-CLOCK BY 100 GIVING JRNL-FEED-TIME
001930     MOVE RECORD-COUNT TO JRNL-FEED-SEQ
001940     CALL "JOURNAL" USING AUDIT-PROGRAM-NAME JRNL-MASTER
001950         JRNL-ACTION JRNL-KEY JRNL-BEFORE-IMAGE JRNL-AFTER-IMAGE
001960         JRNL-FEED-ID JRNL-FEED-SEQ AUDIT-OPERATOR-ID.
001970 4000-EXIT.
001980     EXIT.
