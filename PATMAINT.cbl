000220*                      PATIENT NAME ARE ROUTED TO PATREJ.DAT, AND
000230*                      EVERY WRITE AGAINST THE MASTER IS LOGGED
000240*                      TO AUDIT.LOG VIA THE AUDITLOG SUBPROGRAM.
000241*    10/15/2026 DK    EVERY PATIENT ADDED, CHANGED OR INACTIVATED
000243*                      ON PATIENT.DAT NOW WRITES ITS BEFORE AND
000245*                      AFTER IMAGES TO JOURNAL.DAT THROUGH THE
000246*                      JOURNAL SUBPROGRAM FOR MSTRECV ROLL-FORWARD
000248*                      RECOVERY.
000249*    10/15/2026 DK    A NEW PATIENT IS ADDED WITH Patient-Merged-To
000250*                      SET TO SPACES.
000251*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000800 01  AUDIT-PATIENT-KEY       PIC X(05) VALUE SPACES.
000810 01  AUDIT-ONE-RECORD        PIC 9(06) VALUE 1.
000815 01  AUDIT-OPERATOR-ID       PIC X(08) VALUE SPACES.

000816 01  JRNL-MASTER             PIC X(08) VALUE "PATIENT".
000817 01  JRNL-ACTION             PIC X(01) VALUE SPACE.
000818 01  JRNL-KEY                PIC X(10) VALUE SPACES.
000819 01  JRNL-BEFORE-IMAGE       PIC X(150) VALUE SPACES.
000820 01  JRNL-AFTER-IMAGE        PIC X(150) VALUE SPACES.
000821 01  JRNL-FEED-ID.
000822     02  JRNL-FEED-DATE      PIC 9(08) VALUE ZERO.
000823     02  JRNL-FEED-TIME      PIC 9(06) VALUE ZERO.
000824 01  JRNL-CLOCK              PIC 9(08) VALUE ZERO.
000825 01  JRNL-FEED-SEQ           PIC 9(06) VALUE ZERO.
000826*
000830 PROCEDURE DIVISION.
000840*
000850 0000-MAINLINE.
001130             CLOSE PATIENT-FILE
001140             OPEN I-O PATIENT-FILE
001150         END-IF
001152         ACCEPT JRNL-FEED-DATE FROM DATE YYYYMMDD
001155         ACCEPT JRNL-CLOCK FROM TIME
001157         DIVIDE JRNL-CLOCK BY 100 GIVING JRNL-FEED-TIME
001160         PERFORM 2100-READ-TRANS THRU 2100-EXIT
001170     END-IF.
001180 1000-EXIT.
002170     MOVE Ptrans-Patient-ID TO Patient-ID
002180     MOVE Ptrans-Patient-Name TO Patient-Name
002190     MOVE "A" TO Patient-Status
002195     MOVE SPACES TO Patient-Merged-To
002200     WRITE PatientDetail
002210         INVALID KEY
002220             DISPLAY "PATMAINT: DUPLICATE PATIENT " Patient-ID
002250             ADD 1 TO WRITE-COUNT
002260             MOVE "ADD" TO AUDIT-OPERATION
002270             PERFORM 8000-LOG-AUDIT THRU 8000-EXIT
002272             MOVE "A" TO JRNL-ACTION
002275             MOVE SPACES TO JRNL-BEFORE-IMAGE
002277             PERFORM 8100-JOURNAL-PATIENT THRU 8100-EXIT
002280     END-WRITE.
002290 3000-EXIT.
002300     EXIT.
002370                 Ptrans-Patient-ID " - SEQ " Ptrans-Seq-No
002380             PERFORM 2065-WRITE-UNKNOWN-REJECT THRU 2065-EXIT
002390         NOT INVALID KEY
002395             MOVE PatientDetail TO JRNL-BEFORE-IMAGE
002400             MOVE Ptrans-Patient-Name TO Patient-Name
002410             REWRITE PatientDetail
002420                 INVALID KEY
002460                     ADD 1 TO WRITE-COUNT
002470                     MOVE "CHANGE" TO AUDIT-OPERATION
002480                     PERFORM 8000-LOG-AUDIT THRU 8000-EXIT
002483                     MOVE "C" TO JRNL-ACTION
002486                     PERFORM 8100-JOURNAL-PATIENT THRU 8100-EXIT
002490             END-REWRITE
002500     END-READ.
002510 4000-EXIT.
002640                 Ptrans-Patient-ID " - SEQ " Ptrans-Seq-No
002650             PERFORM 2065-WRITE-UNKNOWN-REJECT THRU 2065-EXIT
002660         NOT INVALID KEY
002665             MOVE PatientDetail TO JRNL-BEFORE-IMAGE
002670             MOVE "I" TO Patient-Status
002680             REWRITE PatientDetail
002690                 INVALID KEY
002730                     ADD 1 TO INACT-COUNT
002740                     MOVE "INACTIVATE" TO AUDIT-OPERATION
002750                     PERFORM 8000-LOG-AUDIT THRU 8000-EXIT
002753                     MOVE "C" TO JRNL-ACTION
002756                     PERFORM 8100-JOURNAL-PATIENT THRU 8100-EXIT
002760             END-REWRITE
002770     END-READ.
002780 5000-EXIT.
002900         AUDIT-PATIENT-KEY AUDIT-ONE-RECORD AUDIT-OPERATOR-ID.
002910 8000-EXIT.
002920     EXIT.
002921*
002922*----------------------------------------------------------------
002923*    8100-JOURNAL-PATIENT - WRITE THE BEFORE AND AFTER IMAGES OF
002924*    THE PATIENT.DAT RECORD JUST ADDED OR REWRITTEN TO JOURNAL.DAT.
002925*    THE CALLER HAS SET JRNL-ACTION AND THE BEFORE-IMAGE.
002926*----------------------------------------------------------------
002927 8100-JOURNAL-PATIENT.
002928     MOVE Patient-ID TO JRNL-KEY
002929     MOVE PatientDetail TO JRNL-AFTER-IMAGE
002930     MOVE Ptrans-Seq-No TO JRNL-FEED-SEQ
002931     CALL "JOURNAL" USING AUDIT-PROGRAM-NAME JRNL-MASTER
002932         JRNL-ACTION JRNL-KEY JRNL-BEFORE-IMAGE JRNL-AFTER-IMAGE
002933         JRNL-FEED-ID JRNL-FEED-SEQ AUDIT-OPERATOR-ID.
002934 8100-EXIT.
002935     EXIT.
002936*
002940 9000-TERMINATE.
002950     IF NOT PATTRANS-NOT-FOUND
002960         CLOSE PATTRANS-FILE
