000210*                      BALANCING TRAILER STAYS TRUE TO THE RUN
000220*                      THAT CUT IT.  THE RETRIEVAL IS LOGGED TO
000230*                      AUDIT.LOG.
000233*    10/15/2026 DK    A RETRIEVED CLAIM NOW COMES BACK WITH ITS
000236*                      PAID, ADJUSTMENT AND OPEN-BALANCE AMOUNTS.
000237*    10/15/2026 DK    A CLAIM RESTORED TO CLAIMS.DAT NOW WRITES ITS
000238*                      AFTER-IMAGE TO JOURNAL.DAT AS AN ADD THROUGH
000239*                      THE JOURNAL SUBPROGRAM FOR MSTRECV ROLL-
000240*                      FORWARD RECOVERY.
000241*    10/15/2026 DK    Arch-Provider-ID IS RESTORED TO THE CLAIM WITH
000242*                      THE REST OF THE ARCHIVE RECORD.
000243*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000690 01  AUDIT-OPERATION         PIC X(12) VALUE "RETRIEVE".
000700 01  AUDIT-ONE-RECORD        PIC 9(06) VALUE 1.
000705 01  AUDIT-OPERATOR-ID       PIC X(08) VALUE SPACES.

000706 01  JRNL-MASTER             PIC X(08) VALUE "CLAIMS".
000707 01  JRNL-ACTION             PIC X(01) VALUE "A".
000708 01  JRNL-KEY                PIC X(10) VALUE SPACES.
000709 01  JRNL-BEFORE-IMAGE       PIC X(150) VALUE SPACES.
000710 01  JRNL-AFTER-IMAGE        PIC X(150) VALUE SPACES.
000711 01  JRNL-FEED-ID.
000712     02  JRNL-FEED-DATE      PIC 9(08) VALUE ZERO.
000713     02  JRNL-FEED-TIME      PIC 9(06) VALUE ZERO.
000714 01  JRNL-CLOCK              PIC 9(08) VALUE ZERO.
000715 01  JRNL-FEED-SEQ           PIC 9(06) VALUE 1.
000716*
000720 PROCEDURE DIVISION.
000730*
000740 0000-MAINLINE.
001490     MOVE Arch-Amount TO Claim-Amount
001500     MOVE Arch-Service-Date TO Claim-Service-Date
001510     MOVE Arch-Patient-ID TO Claim-Patient-ID
001512     MOVE Arch-Paid-Amount TO Claim-Paid-Amount
001515     MOVE Arch-Adj-Amount TO Claim-Adj-Amount
001517     MOVE Arch-Balance TO Claim-Balance
001518     MOVE Arch-Provider-ID TO Claim-Provider-ID
001520     WRITE ClaimDetail
001530         INVALID KEY
001540             DISPLAY "CLMARET: CLAIM " Claim-No " ALREADY ON"
001600             CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
001610                 AUDIT-OPERATION Claim-Diag-Code AUDIT-ONE-RECORD
001615                     AUDIT-OPERATOR-ID
001617             PERFORM 4100-JOURNAL-CLAIM THRU 4100-EXIT
001620     END-WRITE.
001630 4000-EXIT.
001640     EXIT.
001641*
001642*----------------------------------------------------------------
001643*    4100-JOURNAL-CLAIM - WRITE THE AFTER-IMAGE OF THE CLAIM JUST
001644*    RESTORED TO JOURNAL.DAT AS AN ADD.  A RETRIEVAL RESTORES ONE
001645*    CLAIM, SO IT IS SEQUENCE 1 OF ITS RUN.
001646*----------------------------------------------------------------
001647 4100-JOURNAL-CLAIM.
001648     ACCEPT JRNL-FEED-DATE FROM DATE YYYYMMDD
001649     ACCEPT JRNL-CLOCK FROM TIME
001650     DIVIDE JRNL-CLOCK BY 100 GIVING JRNL-FEED-TIME
001651     MOVE Claim-No TO JRNL-KEY
001652     MOVE ClaimDetail TO JRNL-AFTER-IMAGE
001653     CALL "JOURNAL" USING AUDIT-PROGRAM-NAME JRNL-MASTER
001654         JRNL-ACTION JRNL-KEY JRNL-BEFORE-IMAGE JRNL-AFTER-IMAGE
001655         JRNL-FEED-ID JRNL-FEED-SEQ AUDIT-OPERATOR-ID.
001656 4100-EXIT.
001657     EXIT.
001658*
001660 9000-TERMINATE.
001670     IF RETURN-CODE NOT = 16 AND NOT ARCH-NOT-FOUND
001680         CLOSE ARCH-FILE
