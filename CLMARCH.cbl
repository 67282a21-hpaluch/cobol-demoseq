000230*                      PULLED BACK WITH CLMARET WHEN AN OLD
000240*                      CLAIM IS DISPUTED.  EVERY ARCHIVED CLAIM
000250*                      IS LOGGED TO AUDIT.LOG.
000251*    10/15/2026 DK    EACH ARCHIVED CLAIM NOW CARRIES ITS PAID,
000252*                      ADJUSTMENT AND OPEN-BALANCE AMOUNTS.
000253*    10/15/2026 DK    EACH CUT IS ALSO CATALOGED ON ARCHCAT.DAT
000254*                      (DATE, CUTOFF, COUNT, AMOUNT) FOR CLMINQ.
000255*    10/15/2026 DK    EACH ARCHIVED CLAIM'S BEFORE-IMAGE IS WRITTEN
000256*                      TO JOURNAL.DAT AS A DELETE FROM CLAIMS.DAT
000257*                      FOR MSTRECV ROLL-FORWARD RECOVERY.
000258*    10/15/2026 DK    Claim-Provider-ID IS CARRIED TO THE ARCHIVE
000259*                      RECORD WITH THE REST OF THE CLAIM.
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000350     SELECT ARCH-FILE ASSIGN TO DISK
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS ARCH-STATUS.

000372     SELECT ARCHCAT-FILE ASSIGN TO DISK
000375         ORGANIZATION IS SEQUENTIAL
000377         FILE STATUS IS ARCHCAT-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000480     VALUE OF FILE-ID IS ARCH-FILENAME
000490     DATA RECORD IS ArchRecord.
000500     COPY ARCHREC.

000501 FD  ARCHCAT-FILE
000503     LABEL RECORD IS STANDARD
000505     VALUE OF FILE-ID IS "ARCHCAT.DAT"
000506     DATA RECORD IS ArchCatDetail.
000508     COPY ACATREC.
000510*
000520 WORKING-STORAGE SECTION.
000530 01  CLAIMS-STATUS           PIC X(02) VALUE "00".
000570 01  ARCH-STATUS             PIC X(02) VALUE "00".
000580     88  ARCH-OK             VALUE "00".

000582 01  ARCHCAT-STATUS          PIC X(02) VALUE "00".
000585     88  ARCHCAT-OK          VALUE "00".
000587     88  ARCHCAT-NOT-FOUND   VALUE "35".

000590 01  CLAIMS-EOF-SW           PIC X(01) VALUE "N".
000600     88  IS-CLAIMS-EOF       VALUE "Y".


000650 01  ARCH-FILENAME           PIC X(20) VALUE SPACES.
000660 01  RUN-TODAY-DATE          PIC 9(08) VALUE ZERO.
000661 01  JRNL-FEED-ID.
000662     02  JRNL-FEED-DATE      PIC 9(08) VALUE ZERO.
000663     02  JRNL-FEED-TIME      PIC 9(06) VALUE ZERO.
000664 01  JRNL-CLOCK              PIC 9(08) VALUE ZERO.
000665 01  JRNL-FEED-SEQ           PIC 9(06) VALUE ZERO.

000670 01  ORIGINAL-COUNT          PIC 9(06) VALUE ZERO COMP.
000680 01  ARCHIVED-COUNT          PIC 9(06) VALUE ZERO COMP.
000740 01  BALANCE-COUNT           PIC 9(06) VALUE ZERO COMP.
000750 01  BALANCE-AMOUNT          PIC 9(11)V99 VALUE ZERO.

000751 01  JRNL-MASTER             PIC X(08) VALUE "CLAIMS".
000752 01  JRNL-ACTION             PIC X(01) VALUE "D".
000753 01  JRNL-KEY                PIC X(10) VALUE SPACES.
000754 01  JRNL-BEFORE-IMAGE       PIC X(150) VALUE SPACES.
000755 01  JRNL-AFTER-IMAGE        PIC X(150) VALUE SPACES.

000760 01  AUDIT-PROGRAM-NAME      PIC X(08) VALUE "CLMARCH".
000770 01  AUDIT-OPERATION         PIC X(12) VALUE "ARCHIVE".
000780 01  AUDIT-ONE-RECORD        PIC 9(06) VALUE 1.
000850         PERFORM 3000-ARCHIVE-ONE THRU 3000-EXIT
000860             UNTIL IS-CLAIMS-EOF
000870         PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT
000875         PERFORM 5500-CATALOG-ARCHIVE THRU 5500-EXIT
000880     END-IF
000890     PERFORM 9000-TERMINATE THRU 9000-EXIT
000900     STOP RUN.
001120         GO TO 1000-EXIT
001130     END-IF
001140     ACCEPT RUN-TODAY-DATE FROM DATE YYYYMMDD
001142     MOVE RUN-TODAY-DATE TO JRNL-FEED-DATE
001145     ACCEPT JRNL-CLOCK FROM TIME
001147     DIVIDE JRNL-CLOCK BY 100 GIVING JRNL-FEED-TIME
001150     STRING "CLAIMS.ARC" RUN-TODAY-DATE DELIMITED BY SIZE
001160         INTO ARCH-FILENAME
001170     OPEN OUTPUT ARCH-FILE
001500     MOVE Claim-Amount TO Arch-Amount
001510     MOVE Claim-Service-Date TO Arch-Service-Date
001520     MOVE Claim-Patient-ID TO Arch-Patient-ID
001522     MOVE Claim-Paid-Amount TO Arch-Paid-Amount
001525     MOVE Claim-Adj-Amount TO Arch-Adj-Amount
001527     MOVE Claim-Balance TO Arch-Balance
001528     MOVE Claim-Provider-ID TO Arch-Provider-ID
001530     WRITE ArchRecord
001535     MOVE ClaimDetail TO JRNL-BEFORE-IMAGE
001540     DELETE CLAIMS-FILE
001550         INVALID KEY
001560             DISPLAY "CLMARCH: DELETE FAILED FOR CLAIM "
001640             CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
001650                 AUDIT-OPERATION Claim-Diag-Code AUDIT-ONE-RECORD
001655                     AUDIT-OPERATOR-ID
001657             PERFORM 3200-JOURNAL-CLAIM THRU 3200-EXIT
001660     END-DELETE.
001670 3100-EXIT.
001680     EXIT.
002150         " RETAINED, " FAIL-COUNT " DELETE FAILURE(S)".
002160 9000-EXIT.
002170     EXIT.
002180*
002190*----------------------------------------------------------------
002200*    3200-JOURNAL-CLAIM - WRITE THE BEFORE-IMAGE OF THE CLAIM JUST
002210*    ARCHIVED TO JOURNAL.DAT AS A DELETE FROM CLAIMS.DAT.  THERE IS
002220*    NO FEED, SO THE CLAIM'S ORDINAL IN THE PASS STANDS AS ITS
002230*    SEQUENCE NUMBER.
002240*----------------------------------------------------------------
002250 3200-JOURNAL-CLAIM.
002260     MOVE Claim-No TO JRNL-KEY
002270     MOVE ORIGINAL-COUNT TO JRNL-FEED-SEQ
002280     CALL "JOURNAL" USING AUDIT-PROGRAM-NAME JRNL-MASTER
002290         JRNL-ACTION JRNL-KEY JRNL-BEFORE-IMAGE JRNL-AFTER-IMAGE
002300         JRNL-FEED-ID JRNL-FEED-SEQ AUDIT-OPERATOR-ID.
002310 3200-EXIT.
002320     EXIT.
002330*
002340*----------------------------------------------------------------
002350*    5500-CATALOG-ARCHIVE - APPEND THIS ARCHIVE TO ARCHCAT.DAT SO
002360*    CLMINQ KNOWS IT IS ON HAND.  THE FIRST ARCHIVE ON A NEW
002370*    SYSTEM WILL NOT FIND THE CATALOG, SO FALL BACK TO CREATING
002380*    IT, AS AUDITLOG DOES.
002390*----------------------------------------------------------------
002400 5500-CATALOG-ARCHIVE.
002410     OPEN EXTEND ARCHCAT-FILE
002420     IF ARCHCAT-NOT-FOUND
002430         OPEN OUTPUT ARCHCAT-FILE
002440     END-IF
002450     MOVE RUN-TODAY-DATE TO Acat-Archive-Date
002460     MOVE CUTOFF-DATE TO Acat-Cutoff-Date
002470     MOVE ARCHIVED-COUNT TO Acat-Archived-Count
002480     MOVE ARCHIVED-AMOUNT TO Acat-Archived-Amount
002490     WRITE ArchCatDetail
002500     CLOSE ARCHCAT-FILE.
002510 5500-EXIT.
002520     EXIT.
