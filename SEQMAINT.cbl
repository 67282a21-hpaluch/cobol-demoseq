000801*                      OPERATOR WHO KEYED IT (SEQRCYC
000802*                      RESUBMISSIONS), THAT ID IS CARRIED INTO
000803*                      THE AUDIT.LOG ENTRY THE APPLY WRITES.
000804*    10/15/2026 DK    DIAG.DAT ADDS, CHANGES, END-DATES AND
000805*                      REBUILDS ARE JOURNALED FOR MSTRECV.
000806*****************************************************************
000808 ENVIRONMENT DIVISION.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT TRANS-FILE ASSIGN TO DISK

002320 01  REJECT-COUNT            PIC 9(06) VALUE ZERO COMP.

002330 01  JRNL-MASTER             PIC X(08) VALUE "DIAG".
002340 01  JRNL-ACTION             PIC X(01) VALUE SPACE.
002350 01  JRNL-KEY                PIC X(10) VALUE SPACES.
002360 01  JRNL-BEFORE-IMAGE       PIC X(150) VALUE SPACES.
002370 01  JRNL-AFTER-IMAGE        PIC X(150) VALUE SPACES.
002380 01  JRNL-FEED-ID.
002390     02  JRNL-FEED-DATE      PIC 9(08) VALUE ZERO.
002400     02  JRNL-FEED-TIME      PIC 9(06) VALUE ZERO.
002410 01  JRNL-CLOCK              PIC 9(08) VALUE ZERO.
002420 01  JRNL-FEED-SEQ           PIC 9(06) VALUE ZERO.

002480 01  OPEN-END-DATE           PIC 9(08) VALUE 99991231.

002490 01  TRANS-COUNT             PIC 9(06) VALUE ZERO COMP.
002840     IF RUN-MODE-PARM NOT = SPACES
002850         MOVE FUNCTION UPPER-CASE(RUN-MODE-PARM) TO RUN-MODE
002860     END-IF
002870     ACCEPT RUN-TODAY-DATE FROM DATE YYYYMMDD
002872     MOVE RUN-TODAY-DATE TO JRNL-FEED-DATE
002875     ACCEPT JRNL-CLOCK FROM TIME
002877     DIVIDE JRNL-CLOCK BY 100 GIVING JRNL-FEED-TIME.
002880 0100-EXIT.
002890     EXIT.
002900*
006540     PERFORM 5100-BACKUP-MASTER THRU 5100-EXIT
006550     OPEN OUTPUT DIAG-FILE
006560     CLOSE DIAG-FILE
006565     PERFORM 6800-JOURNAL-RESET THRU 6800-EXIT
006570     OPEN I-O DIAG-FILE
006572     PERFORM 6100-APPLY-DIRECT THRU 6100-EXIT
006574         UNTIL IS-TRANS-EOF
007790            CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
007800                AUDIT-OPERATION DiagCode AUDIT-ONE-RECORD
007805                    AUDIT-OPERATOR-ID
007806            MOVE "A" TO JRNL-ACTION
007807            MOVE SPACES TO JRNL-BEFORE-IMAGE
007808            PERFORM 6700-JOURNAL-CHANGE THRU 6700-EXIT
007810     END-WRITE.
007820 6200-EXIT.
007830     EXIT.
007900                Trans-Diag-Code " - SEQ " Trans-Seq-No
007910            PERFORM 2065-WRITE-UNKNOWN-REJECT THRU 2065-EXIT
007920        NOT INVALID KEY
007925            MOVE DiagDetails TO JRNL-BEFORE-IMAGE
007930            MOVE Trans-Diag-Name TO DiagName
007940            REWRITE DiagDetails
007950                INVALID KEY
008010                    CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
008020                        AUDIT-OPERATION DiagCode AUDIT-ONE-RECORD
008025                            AUDIT-OPERATOR-ID
008026                    MOVE "C" TO JRNL-ACTION
008028                    PERFORM 6700-JOURNAL-CHANGE THRU 6700-EXIT
008030            END-REWRITE
008040     END-READ.
008050 6300-EXIT.
008190                Trans-Diag-Code " - SEQ " Trans-Seq-No
008200            PERFORM 2065-WRITE-UNKNOWN-REJECT THRU 2065-EXIT
008210        NOT INVALID KEY
008215            MOVE DiagDetails TO JRNL-BEFORE-IMAGE
008220            MOVE RUN-TODAY-DATE TO Diag-Eff-To
008230            REWRITE DiagDetails
008240                INVALID KEY
008300                    CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME
008310                        AUDIT-OPERATION DiagCode AUDIT-ONE-RECORD
008315                            AUDIT-OPERATOR-ID
008316                    MOVE "C" TO JRNL-ACTION
008318                    PERFORM 6700-JOURNAL-CHANGE THRU 6700-EXIT
008320            END-REWRITE
008330     END-READ.
008340 6400-EXIT.
011360     WRITE IMP-PRINT-LINE FROM IMP-NAME-LINE.
011370 8750-EXIT.
011380     EXIT.
011390*
011400*----------------------------------------------------------------
011410*    6700-JOURNAL-CHANGE - WRITE THE BEFORE AND AFTER IMAGES OF
011420*    THE DIAG.DAT RECORD JUST ADDED OR REWRITTEN TO JOURNAL.DAT.
011430*    THE CALLER HAS ALREADY SET JRNL-ACTION AND CAPTURED THE
011440*    BEFORE-IMAGE; THE AFTER-IMAGE IS THE RECORD AS WRITTEN.
011450*----------------------------------------------------------------
011460 6700-JOURNAL-CHANGE.
011470     MOVE DiagCode TO JRNL-KEY
011480     MOVE DiagDetails TO JRNL-AFTER-IMAGE
011490     MOVE Trans-Seq-No TO JRNL-FEED-SEQ
011500     CALL "JOURNAL" USING AUDIT-PROGRAM-NAME JRNL-MASTER
011510         JRNL-ACTION JRNL-KEY JRNL-BEFORE-IMAGE JRNL-AFTER-IMAGE
011520         JRNL-FEED-ID JRNL-FEED-SEQ AUDIT-OPERATOR-ID.
011530 6700-EXIT.
011540     EXIT.
011550*
011560*----------------------------------------------------------------
011570*    6800-JOURNAL-RESET - A REBUILD EMPTIES DIAG.DAT BEFORE THE
011580*    FEED IS APPLIED.  JOURNAL THAT AS ONE "R" ENTRY SO A ROLL-
011590*    FORWARD THROUGH THIS RUN EMPTIES THE MASTER AT THE SAME POINT.
011600*----------------------------------------------------------------
011610 6800-JOURNAL-RESET.
011620     MOVE "R" TO JRNL-ACTION
011630     MOVE SPACES TO JRNL-KEY JRNL-BEFORE-IMAGE JRNL-AFTER-IMAGE
011640     MOVE ZERO TO JRNL-FEED-SEQ
011650     MOVE SPACES TO AUDIT-OPERATOR-ID
011660     CALL "JOURNAL" USING AUDIT-PROGRAM-NAME JRNL-MASTER
011670         JRNL-ACTION JRNL-KEY JRNL-BEFORE-IMAGE JRNL-AFTER-IMAGE
011680         JRNL-FEED-ID JRNL-FEED-SEQ AUDIT-OPERATOR-ID.
011690 6800-EXIT.
011700     EXIT.
