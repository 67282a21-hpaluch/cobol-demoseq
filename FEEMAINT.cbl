000200*                      WITH RETURN-CODE 4.  EVERY WRITE IS
000210*                      LOGGED TO AUDIT.LOG VIA THE AUDITLOG
000220*                      SUBPROGRAM.
000221*    10/15/2026 DK    EVERY FEE ENTRY ADDED, CHANGED OR DELETED ON
000222*                      FEESCHED.DAT NOW WRITES ITS BEFORE AND AFTER
000224*                      IMAGES TO JOURNAL.DAT THROUGH THE JOURNAL
000225*                      SUBPROGRAM FOR MSTRECV ROLL-FORWARD RECOVERY.
000227*                      A DELETE NOW READS THE ENTRY FIRST SO ITS
000228*                      BEFORE-IMAGE CAN BE CAPTURED.
000229*    10/15/2026 DK    A FAILED REWRITE NOW COUNTS AS A REJECT.
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000600 01  FTRANS-VALID-SW         PIC X(01) VALUE "Y".
000610     88  FTRANS-IS-VALID     VALUE "Y".

000611 01  JRNL-MASTER             PIC X(08) VALUE "FEESCHED".
000612 01  JRNL-ACTION             PIC X(01) VALUE SPACE.
000613 01  JRNL-KEY                PIC X(10) VALUE SPACES.
000614 01  JRNL-BEFORE-IMAGE       PIC X(150) VALUE SPACES.
000615 01  JRNL-AFTER-IMAGE        PIC X(150) VALUE SPACES.

000620 01  TRANS-COUNT             PIC 9(06) VALUE ZERO COMP.
000630 01  WRITE-COUNT             PIC 9(06) VALUE ZERO COMP.
000640 01  DELETE-COUNT            PIC 9(06) VALUE ZERO COMP.
000650 01  REJECT-COUNT            PIC 9(06) VALUE ZERO COMP.

000651 01  JRNL-FEED-ID.
000652     02  JRNL-FEED-DATE      PIC 9(08) VALUE ZERO.
000653     02  JRNL-FEED-TIME      PIC 9(06) VALUE ZERO.
000654 01  JRNL-CLOCK              PIC 9(08) VALUE ZERO.
000655 01  JRNL-FEED-SEQ           PIC 9(06) VALUE ZERO.

000660 01  AUDIT-PROGRAM-NAME      PIC X(08) VALUE "FEEMAINT".
000670 01  AUDIT-OPERATION         PIC X(12) VALUE SPACES.
000680 01  AUDIT-ONE-RECORD        PIC 9(06) VALUE 1.
000960             CLOSE FEE-FILE
000970             OPEN I-O FEE-FILE
000980         END-IF
000982         ACCEPT JRNL-FEED-DATE FROM DATE YYYYMMDD
000985         ACCEPT JRNL-CLOCK FROM TIME
000987         DIVIDE JRNL-CLOCK BY 100 GIVING JRNL-FEED-TIME
000990         PERFORM 2100-READ-TRANS THRU 2100-EXIT
001000     END-IF.
001010 1000-EXIT.
001780             CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
001790                 AUDIT-OPERATION Fee-Diag-Code AUDIT-ONE-RECORD
001795                     AUDIT-OPERATOR-ID
001796             MOVE "A" TO JRNL-ACTION
001797             MOVE SPACES TO JRNL-BEFORE-IMAGE
001798             MOVE FeeDetail TO JRNL-AFTER-IMAGE
001799             PERFORM 6000-JOURNAL-FEE THRU 6000-EXIT
001800     END-WRITE.
001810 3000-EXIT.
001820     EXIT.
001890                 Ftrans-Diag-Code " - SEQ " Ftrans-Seq-No
001900             ADD 1 TO REJECT-COUNT
001910         NOT INVALID KEY
001915             MOVE FeeDetail TO JRNL-BEFORE-IMAGE
001920             MOVE Ftrans-Amount TO Fee-Allowed-Amount
001930             REWRITE FeeDetail
001940                 INVALID KEY
001950                     DISPLAY "FEEMAINT: REWRITE FAILED FOR "
001960                         Fee-Diag-Code " - SEQ " Ftrans-Seq-No
001965                     ADD 1 TO REJECT-COUNT
001970                 NOT INVALID KEY
001980                     ADD 1 TO WRITE-COUNT
001990                     MOVE "CHANGE" TO AUDIT-OPERATION
002000                     CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
002010                         AUDIT-OPERATION Fee-Diag-Code
002020                         AUDIT-ONE-RECORD AUDIT-OPERATOR-ID
002022                     MOVE "C" TO JRNL-ACTION
002025                     MOVE FeeDetail TO JRNL-AFTER-IMAGE
002027                     PERFORM 6000-JOURNAL-FEE THRU 6000-EXIT
002030             END-REWRITE
002040     END-READ.
002050 4000-EXIT.
002090*    5000-APPLY-DELETE - FEE SCHEDULE ENTRIES ARE PURE REFERENCE
002100*    DATA WITH NO HISTORY RIDING ON THEM, SO A DELETE PHYSICALLY
002110*    REMOVES THE RECORD, AS CHPMAINT DOES FOR A CHAPTER.
002115*    IT IS READ FIRST SO ITS BEFORE-IMAGE CAN BE JOURNALED.
002120*----------------------------------------------------------------
002130 5000-APPLY-DELETE.
002140     MOVE Ftrans-Diag-Code TO Fee-Diag-Code
002142     READ FEE-FILE
002144         INVALID KEY MOVE SPACES TO JRNL-BEFORE-IMAGE
002146         NOT INVALID KEY MOVE FeeDetail TO JRNL-BEFORE-IMAGE
002148     END-READ
002150     DELETE FEE-FILE
002160         INVALID KEY
002170             DISPLAY "FEEMAINT: DELETE FOR UNKNOWN CODE "
002230             CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
002240                 AUDIT-OPERATION Fee-Diag-Code AUDIT-ONE-RECORD
002245                     AUDIT-OPERATOR-ID
002246             MOVE "D" TO JRNL-ACTION
002247             MOVE SPACES TO JRNL-AFTER-IMAGE
002248             PERFORM 6000-JOURNAL-FEE THRU 6000-EXIT
002250     END-DELETE.
002260 5000-EXIT.
002270     EXIT.
002400         REJECT-COUNT " REJECTED".
002410 9000-EXIT.
002420     EXIT.
002430*
002440*----------------------------------------------------------------
002450*    6000-JOURNAL-FEE - WRITE THE BEFORE AND AFTER IMAGES OF THE
002460*    FEESCHED.DAT RECORD JUST ADDED, CHANGED OR DELETED TO
002470*    JOURNAL.DAT.  THE CALLER HAS SET JRNL-ACTION AND BOTH IMAGES.
002480*----------------------------------------------------------------
002490 6000-JOURNAL-FEE.
002500     MOVE Fee-Diag-Code TO JRNL-KEY
002510     MOVE Ftrans-Seq-No TO JRNL-FEED-SEQ
002520     CALL "JOURNAL" USING AUDIT-PROGRAM-NAME JRNL-MASTER
002530         JRNL-ACTION JRNL-KEY JRNL-BEFORE-IMAGE JRNL-AFTER-IMAGE
002540         JRNL-FEED-ID JRNL-FEED-SEQ AUDIT-OPERATOR-ID.
002550 6000-EXIT.
002560     EXIT.
