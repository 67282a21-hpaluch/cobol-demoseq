000243*                      CYCLE PRESERVES IT.
000244*    09/02/2026 DK    THE FLAT EXTRACT NOW ALSO CARRIES THE NEW
000245*                      Claim-Patient-ID.
000246*    10/15/2026 DK    THE FLAT EXTRACT NOW ALSO CARRIES THE NEW
000247*                      Claim-Paid-Amount, Claim-Adj-Amount AND
000248*                      Claim-Balance.
000249*    10/15/2026 DK    A CLEAN UNLOAD OR RELOAD NOW JOURNALS A "U"
000250*                      BASE-POINT ENTRY TO JOURNAL.DAT, SO MSTRECV
000251*                      CAN RELOAD CLAIMS.DAT FROM CLAIMSEQ.DAT AND
000252*                      ROLL IT FORWARD FROM THAT POINT.
000253*    10/15/2026 DK    ADDED ClaimSeq-Provider-ID SO AN UNLOAD/RELOAD
000254*                      CARRIES Claim-Provider-ID.
000255*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000530     02  ClaimSeq-Amount         PIC 9(07)V99.
000531     02  ClaimSeq-Service-Date   PIC 9(08).
000532     02  ClaimSeq-Patient-ID     PIC X(10).
000534     02  ClaimSeq-Paid-Amount    PIC 9(07)V99.
000536     02  ClaimSeq-Adj-Amount     PIC 9(07)V99.
000538     02  ClaimSeq-Balance        PIC 9(07)V99.
000539     02  ClaimSeq-Provider-ID    PIC X(10).
000540*
000550 WORKING-STORAGE SECTION.
000560 01  CLAIMS-STATUS           PIC X(02) VALUE "00".
000730 01  AUDIT-OPERATION         PIC X(12) VALUE SPACES.
000740 01  AUDIT-ONE-RECORD        PIC 9(06) VALUE 1.
000745 01  AUDIT-OPERATOR-ID       PIC X(08) VALUE SPACES.

000746 01  JRNL-MASTER             PIC X(08) VALUE "CLAIMS".
000747 01  JRNL-ACTION             PIC X(01) VALUE "U".
000748 01  JRNL-KEY                PIC X(10) VALUE SPACES.
000749 01  JRNL-BEFORE-IMAGE       PIC X(150) VALUE SPACES.
000750 01  JRNL-AFTER-IMAGE        PIC X(150) VALUE SPACES.
000751 01  JRNL-FEED-ID.
000752     02  JRNL-FEED-DATE      PIC 9(08) VALUE ZERO.
000753     02  JRNL-FEED-TIME      PIC 9(06) VALUE ZERO.
000754 01  JRNL-CLOCK              PIC 9(08) VALUE ZERO.
000755 01  JRNL-FEED-SEQ           PIC 9(06) VALUE ZERO.
000756*
000760 PROCEDURE DIVISION.
000770*
000780 0000-MAINLINE.
000890             DISPLAY "CLMCNV: INVALID RUN-MODE " RUN-MODE-PARM
000900             MOVE 16 TO RETURN-CODE
000910     END-EVALUATE
000912     IF RETURN-CODE = 0
000915         PERFORM 4000-JOURNAL-BASE THRU 4000-EXIT
000917     END-IF
000920     STOP RUN.
000930*
000940*----------------------------------------------------------------
001230         MOVE Claim-Amount TO ClaimSeq-Amount
001231         MOVE Claim-Service-Date TO ClaimSeq-Service-Date
001232         MOVE Claim-Patient-ID TO ClaimSeq-Patient-ID
001234         MOVE Claim-Paid-Amount TO ClaimSeq-Paid-Amount
001236         MOVE Claim-Adj-Amount TO ClaimSeq-Adj-Amount
001238         MOVE Claim-Balance TO ClaimSeq-Balance
001239         MOVE Claim-Provider-ID TO ClaimSeq-Provider-ID
001240         WRITE ClaimSeqDetail
001250         ADD 1 TO RECORD-COUNT
001260         MOVE "READ" TO AUDIT-OPERATION
001640         MOVE ClaimSeq-Amount TO Claim-Amount
001641         MOVE ClaimSeq-Service-Date TO Claim-Service-Date
001642         MOVE ClaimSeq-Patient-ID TO Claim-Patient-ID
001644         MOVE ClaimSeq-Paid-Amount TO Claim-Paid-Amount
001646         MOVE ClaimSeq-Adj-Amount TO Claim-Adj-Amount
001648         MOVE ClaimSeq-Balance TO Claim-Balance
001649         MOVE ClaimSeq-Provider-ID TO Claim-Provider-ID
001650         WRITE ClaimDetail
001660             INVALID KEY
001670                 DISPLAY "CLMCNV: DUPLICATE CLAIM " Claim-No
001760     END-IF.
001770 3100-EXIT.
001780     EXIT.
001790*
001800*----------------------------------------------------------------
001810*    4000-JOURNAL-BASE - AFTER A CLEAN UNLOAD OR RELOAD THE
001820*    MASTER AND CLAIMSEQ.DAT HOLD THE SAME RECORDS.  JOURNAL A
001830*    "U" ENTRY SO MSTRECV KNOWS TO START ITS ROLL-FORWARD FROM
001840*    THIS POINT WHEN IT RELOADS FROM THE UNLOAD.
001850*----------------------------------------------------------------
001860 4000-JOURNAL-BASE.
001870     ACCEPT JRNL-FEED-DATE FROM DATE YYYYMMDD
001880     ACCEPT JRNL-CLOCK FROM TIME
001890     DIVIDE JRNL-CLOCK BY 100 GIVING JRNL-FEED-TIME
001900     MOVE RECORD-COUNT TO JRNL-FEED-SEQ
001910     CALL "JOURNAL" USING AUDIT-PROGRAM-NAME JRNL-MASTER
001920         JRNL-ACTION JRNL-KEY JRNL-BEFORE-IMAGE JRNL-AFTER-IMAGE
001930         JRNL-FEED-ID JRNL-FEED-SEQ AUDIT-OPERATOR-ID.
001940 4000-EXIT.
001950     EXIT.
