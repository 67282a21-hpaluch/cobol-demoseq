000010*****************************************************************
000020*    JRNLREC.CPY
000030*    RECORD LAYOUT FOR THE MASTER FILE BEFORE/AFTER-IMAGE JOURNAL
000040*    (JOURNAL.DAT), APPENDED TO BY THE JOURNAL SUBPROGRAM EACH
000050*    TIME A MAINTENANCE PROGRAM ADDS, CHANGES OR DELETES A RECORD
000060*    ON DIAG.DAT, CLAIMS.DAT, PATIENT.DAT OR FEESCHED.DAT.  READ
000070*    BACK BY MSTRECV TO ROLL A RELOADED MASTER FORWARD.
000080*
000090*    Jrnl-Feed-Id IDENTIFIES ONE RUN OF ONE PROGRAM (THE DATE AND
000100*    TIME THE RUN STARTED) SO EVERY CHANGE MADE FROM A SINGLE FEED
000110*    CAN BE SELECTED OR BACKED OUT TOGETHER.  Jrnl-Feed-Seq IS THE
000120*    FEED'S OWN TRANSACTION SEQUENCE NUMBER WHERE IT HAS ONE, OR
000130*    THE ORDINAL OF THE RECORD WITHIN THE RUN WHERE IT DOES NOT.
000140*
000150*    THE IMAGES ARE THE FULL MASTER RECORD LEFT-JUSTIFIED AND
000160*    SPACE-FILLED.  AN ADD CARRIES A SPACE BEFORE-IMAGE, A DELETE
000170*    A SPACE AFTER-IMAGE.  ACTION "R" RECORDS THAT THE WHOLE
000180*    MASTER WAS EMPTIED AND REBUILT FROM THE FEED THAT FOLLOWS.
000190*    ACTION "U" MARKS THE POINT AT WHICH THE MASTER WAS UNLOADED TO,
000200*    OR RELOADED FROM, ITS FLAT UNLOAD FILE BY SEQCNV, CLMCNV, PATCNV
000210*    OR FEECNV - THE BASE A ROLL-FORWARD STARTS FROM.
000220*------------------------------------------------------------------
000230*    DATE       INIT  DESCRIPTION
000240*    10/15/2026 DK    INITIAL VERSION
000250*****************************************************************
000260 01  JournalEntry.
000270     02  Jrnl-Stamp.
000280         03  Jrnl-Date           PIC 9(08).
000290         03  Jrnl-Time           PIC 9(08).
000300     02  Jrnl-Program            PIC X(08).
000310     02  Jrnl-Operator           PIC X(08).
000320     02  Jrnl-Feed-Id            PIC 9(14).
000330     02  Jrnl-Feed-Seq           PIC 9(06).
000340     02  Jrnl-Master             PIC X(08).
000350         88  Jrnl-Is-Diag        VALUE "DIAG".
000360         88  Jrnl-Is-Claims      VALUE "CLAIMS".
000370         88  Jrnl-Is-Patient     VALUE "PATIENT".
000380         88  Jrnl-Is-Feesched    VALUE "FEESCHED".
000390     02  Jrnl-Action             PIC X(01).
000400         88  Jrnl-Is-Add         VALUE "A".
000410         88  Jrnl-Is-Change      VALUE "C".
000420         88  Jrnl-Is-Delete      VALUE "D".
000430         88  Jrnl-Is-Reset       VALUE "R".
000440         88  Jrnl-Is-Base        VALUE "U".
000450     02  Jrnl-Key                PIC X(10).
000460     02  Jrnl-Before-Image       PIC X(150).
000470     02  Jrnl-After-Image        PIC X(150).
