000010*****************************************************************
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.     JOURNAL.
000040 AUTHOR.         D. KOVACS.
000050 INSTALLATION.   DATA PROCESSING DEPT.
000060 DATE-WRITTEN.   10/15/2026.
000070 DATE-COMPILED.
000080*****************************************************************
000090*    MODIFICATION HISTORY
000100*------------------------------------------------------------------
000110*    DATE       INIT  DESCRIPTION
000120*    10/15/2026 DK    INITIAL VERSION - APPENDS ONE TIMESTAMPED
000130*                      BEFORE/AFTER-IMAGE ENTRY TO JOURNAL.DAT PER
000140*                      CALL.  CALLED BY EVERY PROGRAM THAT ADDS,
000150*                      CHANGES OR DELETES A RECORD ON DIAG.DAT,
000160*                      CLAIMS.DAT, PATIENT.DAT OR FEESCHED.DAT, SO
000170*                      MSTRECV CAN ROLL A RELOADED MASTER FORWARD.
000180*                      OPENED, WRITTEN AND CLOSED ON EACH CALL THE
000190*                      SAME WAY AS AUDITLOG, SO AN ABEND LEAVES
000200*                      EVERY CHANGE ALREADY MADE ON THE JOURNAL.
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT JOURNAL-FILE ASSIGN TO DISK
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS JOURNAL-STATUS.
000280*
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  JOURNAL-FILE
000320     LABEL RECORD IS STANDARD
000330     VALUE OF FILE-ID IS "JOURNAL.DAT"
000340     DATA RECORD IS JournalEntry.
000350     COPY JRNLREC.
000360*
000370 WORKING-STORAGE SECTION.
000380 01  JOURNAL-STATUS          PIC X(02) VALUE "00".
000390     88  JOURNAL-OK          VALUE "00".
000400     88  JOURNAL-NOT-FOUND   VALUE "35".
000410*
000420 LINKAGE SECTION.
000430 01  LK-PROGRAM              PIC X(08).
000440 01  LK-MASTER               PIC X(08).
000450 01  LK-ACTION               PIC X(01).
000460 01  LK-KEY                  PIC X(10).
000470 01  LK-BEFORE-IMAGE         PIC X(150).
000480 01  LK-AFTER-IMAGE          PIC X(150).
000490 01  LK-FEED-ID              PIC 9(14).
000500 01  LK-FEED-SEQ             PIC 9(06).
000510 01  LK-OPERATOR             PIC X(08).
000520*
000530 PROCEDURE DIVISION USING LK-PROGRAM LK-MASTER LK-ACTION
000540         LK-KEY LK-BEFORE-IMAGE LK-AFTER-IMAGE LK-FEED-ID
000550         LK-FEED-SEQ LK-OPERATOR.
000560*
000570 0000-MAINLINE.
000580     PERFORM 1000-OPEN-JOURNAL THRU 1000-EXIT
000590     PERFORM 2000-WRITE-ENTRY THRU 2000-EXIT
000600     CLOSE JOURNAL-FILE
000610     GOBACK.
000620*
000630*----------------------------------------------------------------
000640*    1000-OPEN-JOURNAL - OPEN JOURNAL.DAT FOR APPEND.  THE FIRST
000650*    CALL ON A NEW SYSTEM WILL NOT FIND THE FILE, SO FALL BACK TO
000660*    CREATING IT.
000670*----------------------------------------------------------------
000680 1000-OPEN-JOURNAL.
000690     OPEN EXTEND JOURNAL-FILE
000700     IF JOURNAL-NOT-FOUND
000710         OPEN OUTPUT JOURNAL-FILE
000720     END-IF.
000730 1000-EXIT.
000740     EXIT.
000750*
000760 2000-WRITE-ENTRY.
000770     ACCEPT Jrnl-Date FROM DATE YYYYMMDD
000780     ACCEPT Jrnl-Time FROM TIME
000790     MOVE LK-PROGRAM TO Jrnl-Program
000800     MOVE LK-OPERATOR TO Jrnl-Operator
000810     MOVE LK-FEED-ID TO Jrnl-Feed-Id
000820     MOVE LK-FEED-SEQ TO Jrnl-Feed-Seq
000830     MOVE LK-MASTER TO Jrnl-Master
000840     MOVE LK-ACTION TO Jrnl-Action
000850     MOVE LK-KEY TO Jrnl-Key
000860     MOVE LK-BEFORE-IMAGE TO Jrnl-Before-Image
000870     MOVE LK-AFTER-IMAGE TO Jrnl-After-Image
000880     WRITE JournalEntry.
000890 2000-EXIT.
000900     EXIT.
