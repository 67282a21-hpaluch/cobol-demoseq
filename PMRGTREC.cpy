000010*****************************************************************
000020*    PMRGTREC.CPY
000030*    RECORD LAYOUT FOR THE PATIENT MERGE TRANSACTION FEED
000040*    (PATMERGE.DAT) READ BY PATMERGE.  EACH RECORD IS ONE MERGE
000050*    THE REGISTRATION DESK HAS CONFIRMED: THE VICTIM'S CLAIMS
000060*    MOVE TO THE SURVIVOR AND THE VICTIM IS INACTIVATED.  THE
000070*    NIGHTLY PATMERGE SCAN WRITES ITS PROPOSED PAIRS TO
000080*    PATMPROP.DAT IN THIS SAME LAYOUT FOR THE DESK TO CONFIRM.
000090*------------------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/2026 DK    INITIAL VERSION
000120*****************************************************************
000130 01  MergeTrans.
000140     02  Mtrans-Seq-No           PIC 9(06).
000150     02  Mtrans-Survivor-ID      PIC X(10).
000160     02  Mtrans-Victim-ID        PIC X(10).
