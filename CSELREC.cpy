000010*****************************************************************
000020*    CSELREC.CPY
000030*    RECORD LAYOUT FOR THE CLAIMS SELECTION CONTROL CARDS
000040*    (CLMSEL.CTL) READ BY CLMSEL.  EACH "S" CARD IS ONE SET OF
000050*    CRITERIA - A CLAIM MUST MEET EVERY FIELD FILLED IN ON THE
000060*    CARD, AND IS SELECTED WHEN IT MEETS ANY ONE CARD.  A BLANK
000070*    FIELD PLACES NO CONDITION.  A CARD WITH "*" IN COLUMN 1 IS
000080*    A COMMENT.
000090*        Sel-From-Date/To-Date   SERVICE DATE RANGE, YYYYMMDD,
000100*                                 EITHER END MAY BE LEFT OPEN
000110*        Sel-Diag-Code           CODE, OR CODE PREFIX IF SHORT
000120*        Sel-Chapter             CHAPTER (LEADING CODE LETTER)
000130*        Sel-Patient-ID          UP TO 3 PATIENT IDS, ANY ONE
000140*        Sel-Min/Max-Amount      CLAIM AMOUNT RANGE, 9(07)V99
000150*        Sel-Period              ACCOUNTING PERIOD, YYYYMM OF
000160*                                 THE SERVICE DATE
000170*------------------------------------------------------------------
000180*    DATE       INIT  DESCRIPTION
000190*    10/15/2026 DK    INITIAL VERSION
000200*****************************************************************
000210 01  SelCard.
000220     02  Sel-Card-Type           PIC X(01).
000230         88  Sel-Is-Select       VALUE "S".
000240         88  Sel-Is-Comment      VALUE "*".
000250     02  Sel-From-Date           PIC X(08).
000260     02  Sel-To-Date             PIC X(08).
000270     02  Sel-Diag-Code           PIC X(05).
000280     02  Sel-Chapter             PIC X(01).
000290     02  Sel-Patient-ID          PIC X(10) OCCURS 3 TIMES.
000300     02  Sel-Min-Amount          PIC X(09).
000310     02  Sel-Max-Amount          PIC X(09).
000320     02  Sel-Period              PIC X(06).
000330     02  FILLER                  PIC X(03).
