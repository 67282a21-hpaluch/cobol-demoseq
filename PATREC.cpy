000090*------------------------------------------------------------------
000100*    DATE       INIT  DESCRIPTION
000110*    09/02/2026 DK    INITIAL VERSION
000111*    10/15/2026 DK    ADDED Patient-Merged-To.  PATMERGE SETS IT
000112*                      TO THE SURVIVING Patient-ID WHEN IT MERGES
000113*                      A DUPLICATE REGISTRATION AWAY; SPACES ON
000114*                      EVERY OTHER PATIENT.
000120*****************************************************************
000130 01  PatientDetail.
000140     02  Patient-ID              PIC X(10).
000160     02  Patient-Status          PIC X(01).
000170         88  Patient-Is-Active   VALUE "A".
000180         88  Patient-Is-Inactive VALUE "I".
000190     02  Patient-Merged-To       PIC X(10).
000200         88  Patient-Not-Merged  VALUE SPACES.
