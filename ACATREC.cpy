000010*****************************************************************
000020*    ACATREC.CPY
000030*    RECORD LAYOUT FOR THE CLAIMS ARCHIVE CATALOG (ARCHCAT.DAT),
000040*    ORGANIZATION SEQUENTIAL.  CLMARCH APPENDS ONE RECORD FOR
000050*    EVERY DATED ARCHIVE (CLAIMS.ARCyyyymmdd) IT CUTS, SO THE
000060*    ARCHIVES ON HAND CAN BE FOUND WITHOUT KNOWING THEIR DATES.
000070*    READ BY CLMINQ TO SEARCH THE ARCHIVES FOR A CLAIM NO LONGER
000080*    ON THE MASTER.
000090*------------------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/2026 DK    INITIAL VERSION
000120*****************************************************************
000130 01  ArchCatDetail.
000140     02  Acat-Archive-Date       PIC 9(08).
000150     02  Acat-Cutoff-Date        PIC 9(08).
000160     02  Acat-Archived-Count     PIC 9(06).
000170     02  Acat-Archived-Amount    PIC 9(11)V99.
