000090*------------------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    09/02/2026 DK    INITIAL VERSION
000111*    10/15/2026 DK    ADDED Arch-Paid-Amount, Arch-Adj-Amount AND
000112*                      Arch-Balance TO KEEP THE DETAIL MIRRORING
000113*                      CLAIMREC; TRAILER FILLER WIDENED TO MATCH.
000114*    10/15/2026 DK    ADDED Arch-Provider-ID TO KEEP THE DETAIL
000115*                      MIRRORING CLAIMREC; TRAILER FILLER WIDENED
000116*                      TO MATCH.
000120*****************************************************************
000130 01  ArchRecord.
000140     02  Arch-Rec-Type           PIC X(01).
000210         03  Arch-Amount         PIC 9(07)V99.
000220         03  Arch-Service-Date   PIC 9(08).
000230         03  Arch-Patient-ID     PIC X(10).
000231         03  Arch-Paid-Amount    PIC 9(07)V99.
000232         03  Arch-Adj-Amount     PIC 9(07)V99.
000233         03  Arch-Balance        PIC 9(07)V99.
000234         03  Arch-Provider-ID    PIC X(10).
000240     02  Arch-Trailer-Data REDEFINES Arch-Data.
000250         03  Arch-Archived-Count PIC 9(06).
000260         03  Arch-Archived-Amount PIC 9(11)V99.
000280         03  Arch-Retained-Amount PIC 9(11)V99.
000290         03  Arch-Original-Count PIC 9(06).
000300         03  Arch-Original-Amount PIC 9(11)V99.
000310         03  FILLER              PIC X(52).
