000272*                      Diag-Eff-From/Diag-Eff-To EFFECTIVE-DATE
000273*                      WINDOW ADDED TO THE MASTER, SO AN
000274*                      UNLOAD/RELOAD CYCLE PRESERVES IT.
000275*    10/15/2026 DK    A CLEAN UNLOAD OR RELOAD NOW JOURNALS A "U"
000276*                      BASE-POINT ENTRY TO JOURNAL.DAT, SO MSTRECV
000277*                      CAN RELOAD DIAG.DAT FROM DIAGSEQ.DAT AND ROLL
000278*                      IT FORWARD FROM THAT POINT.
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000740 01  AUDIT-OPERATION         PIC X(12) VALUE SPACES.
000750 01  AUDIT-ONE-RECORD        PIC 9(06) VALUE 1.
000755 01  AUDIT-OPERATOR-ID       PIC X(08) VALUE SPACES.

000756 01  JRNL-MASTER             PIC X(08) VALUE "DIAG".
000757 01  JRNL-ACTION             PIC X(01) VALUE "U".
000758 01  JRNL-KEY                PIC X(10) VALUE SPACES.
000759 01  JRNL-BEFORE-IMAGE       PIC X(150) VALUE SPACES.
000760 01  JRNL-AFTER-IMAGE        PIC X(150) VALUE SPACES.
000761 01  JRNL-FEED-ID.
000762     02  JRNL-FEED-DATE      PIC 9(08) VALUE ZERO.
000763     02  JRNL-FEED-TIME      PIC 9(06) VALUE ZERO.
000764 01  JRNL-CLOCK              PIC 9(08) VALUE ZERO.
000765 01  JRNL-FEED-SEQ           PIC 9(06) VALUE ZERO.
000766*
000770 PROCEDURE DIVISION.
000780*
000790 0000-MAINLINE.
000900             DISPLAY "SEQCNV: INVALID RUN-MODE " RUN-MODE-PARM
000910             MOVE 16 TO RETURN-CODE
000920     END-EVALUATE
000922     IF RETURN-CODE = 0
000925         PERFORM 4000-JOURNAL-BASE THRU 4000-EXIT
000927     END-IF
000930     STOP RUN.
000940*
000950*----------------------------------------------------------------
001720     END-IF.
001730 3100-EXIT.
001740     EXIT.
001750*
001760*----------------------------------------------------------------
001770*    4000-JOURNAL-BASE - AFTER A CLEAN UNLOAD OR RELOAD THE
001780*    MASTER AND DIAGSEQ.DAT HOLD THE SAME RECORDS.  JOURNAL A
001790*    "U" ENTRY SO MSTRECV KNOWS TO START ITS ROLL-FORWARD FROM
001800*    THIS POINT WHEN IT RELOADS FROM THE UNLOAD.
001810*----------------------------------------------------------------
001820 4000-JOURNAL-BASE.
001830     ACCEPT JRNL-FEED-DATE FROM DATE YYYYMMDD
001840     ACCEPT JRNL-CLOCK FROM TIME
001850     DIVIDE JRNL-CLOCK BY 100 GIVING JRNL-FEED-TIME
001860     MOVE RECORD-COUNT TO JRNL-FEED-SEQ
001870     CALL "JOURNAL" USING AUDIT-PROGRAM-NAME JRNL-MASTER
001880         JRNL-ACTION JRNL-KEY JRNL-BEFORE-IMAGE JRNL-AFTER-IMAGE
001890         JRNL-FEED-ID JRNL-FEED-SEQ AUDIT-OPERATOR-ID.
001900 4000-EXIT.
001910     EXIT.
