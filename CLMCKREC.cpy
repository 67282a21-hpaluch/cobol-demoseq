000010*****************************************************************
000020*    CLMCKREC.CPY
000030*    RECORD LAYOUT FOR THE CLAIMS-SIDE RESTART CHECKPOINT FILES
000040*    (CLMMCKPT.DAT FOR CLMMAINT, CLMRCKPT.DAT FOR CLMREMAP AND
000050*    CLMDCKPT.DAT FOR CLMDUP), ON THE PATTERN OF SEQMAINT'S
000060*    SEQMCKPT.DAT (CKPTREC).  EACH PROGRAM REWRITES ITS SINGLE
000070*    RECORD EVERY Cck-Interval INPUT RECORDS AND AT THE START OF
000080*    THE RUN, AND MARKS IT COMPLETE AT A CLEAN END.  A RECORD LEFT
000090*    IN PROGRESS MEANS THE LAST RUN DID NOT FINISH, AND THE NEXT
000100*    RUN RESUMES FROM IT.
000110*
000120*    Cck-Feed-Id IS THE FAILED RUN'S JOURNAL FEED ID (RUN START
000130*    DATE AND TIME); THE RESUMED RUN CARRIES IT ON SO THE WHOLE
000140*    RUN JOURNALS AS ONE FEED AND ITS REPORT HEADINGS DO NOT
000150*    CHANGE.  Cck-Records-Done IS HOW FAR THE INPUT HAD BEEN
000160*    PROCESSED AND Cck-Last-Seq THE LAST JOURNAL FEED SEQUENCE
000170*    NUMBER COVERED; JOURNAL ENTRIES OF THE FEED PAST IT ARE WORK
000180*    ALREADY DONE AFTER THE CHECKPOINT.  Cck-Count HOLDS THE
000190*    RUN'S TOTALS, EACH PROGRAM DOCUMENTING ITS OWN SLOTS, AND
000200*    Cck-Output-Count THE RECORDS WRITTEN TO EACH SEQUENTIAL
000210*    OUTPUT, WHICH A RESTART CUTS BACK TO.
000220*
000230*    THE LAYOUT IS COPIED INTO WORKING-STORAGE, NOT UNDER THE FD.
000240*    THE FD RECORD IS A FLAT CKPT-RECORD, READ INTO AND WRITTEN
000250*    FROM THIS COPY, SO THE CHECKPOINT CAN BE TESTED AND BUILT
000260*    WHILE THE FILE IS CLOSED.
000270*------------------------------------------------------------------
000280*    DATE       INIT  DESCRIPTION
000290*    10/15/2026 DK    INITIAL VERSION
000300*****************************************************************
000310 01  ClaimCheckpoint.
000320     02  Cck-Program             PIC X(08).
000330     02  Cck-Status              PIC X(01).
000340         88  Cck-In-Progress     VALUE "P".
000350         88  Cck-Is-Complete     VALUE "C".
000360     02  Cck-Feed-Id.
000370         03  Cck-Feed-Date       PIC 9(08).
000380         03  Cck-Feed-Time       PIC 9(06).
000390     02  Cck-Interval            PIC 9(03).
000400     02  Cck-Records-Done        PIC 9(07).
000410     02  Cck-Last-Seq            PIC 9(06).
000420     02  Cck-Last-Key            PIC X(10).
000430     02  Cck-Group-Idx           PIC 9(05).
000440     02  Cck-Count               PIC 9(06) OCCURS 10 TIMES.
000450     02  Cck-Page-Count          PIC 9(03).
000460     02  Cck-Line-Count          PIC 9(02).
000470     02  Cck-Output-Count        PIC 9(07) OCCURS 2 TIMES.
000480     02  FILLER                  PIC X(10).
