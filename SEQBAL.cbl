000210*                           ROWS EXPORTED.
000220*                        3. CLAIMS.DAT RECORD COUNT VS SEQBILL
000230*                           CLAIMS PROCESSED.
000231*                        4. INTEGCHK'S RUNCTL.DAT RECORD, WHOSE
000232*                           REJECTED BUCKET HOLDS ITS EXCEPTIONS
000233*                           UNDER CRITICAL RULES - ANY SUCH
000234*                           EXCEPTION SETS RETURN-CODE 8.  NO
000235*                           INTEGCHK RUN TODAY SKIPS THE CHECK.
000240*                      ANY MISMATCH (OR A MISSING SIDE OF A
000250*                      CHECK) SETS RETURN-CODE 8 SO THE JOB
000260*                      STOPS BEFORE THE NIGHT'S OUTPUTS SHIP.
000270*                      A CHECK WHOSE BOTH SIDES ARE ABSENT IS
000280*                      SKIPPED WITH A CONSOLE NOTE, SO A CYCLE
000290*                      WITH NO CLAIMS WORK STILL BALANCES.
000291*    10/15/2026 DK    CHECK 4 ADDED (INTEGCHK CRITICAL INTEGRITY
000292*                      EXCEPTIONS) - SEE THE LIST ABOVE.
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
001080     88  SEQBILL-FOUND       VALUE "Y".
001090 01  SEQBILL-CLAIMS          PIC 9(06) VALUE ZERO.

001092 01  INTEGCHK-FOUND-SW       PIC X(01) VALUE "N".
001094     88  INTEGCHK-FOUND      VALUE "Y".
001096 01  INTEGCHK-EXCEPTIONS     PIC 9(06) VALUE ZERO.
001098 01  INTEGCHK-CRITICAL       PIC 9(06) VALUE ZERO.

001100 01  TRAILER-SEEN-SW         PIC X(01) VALUE "N".
001110     88  IS-TRAILER-SEEN     VALUE "Y".
001120 01  EXPECTED-COUNT          PIC 9(06) VALUE ZERO COMP.
001310     PERFORM 6000-BALANCE-MAINT THRU 6000-EXIT
001320     PERFORM 6100-BALANCE-CSV THRU 6100-EXIT
001330     PERFORM 6200-BALANCE-BILL THRU 6200-EXIT
001335     PERFORM 6300-CHECK-INTEGRITY THRU 6300-EXIT
001340     PERFORM 9000-TERMINATE THRU 9000-EXIT
001350     STOP RUN.
001360*
001770                 WHEN "SEQBILL"
001780                     MOVE "Y" TO SEQBILL-FOUND-SW
001790                     MOVE Runctl-Read-Count TO SEQBILL-CLAIMS
001792                 WHEN "INTEGCHK"
001794                     MOVE "Y" TO INTEGCHK-FOUND-SW
001795                     MOVE Runctl-Write-Count
001796                         TO INTEGCHK-EXCEPTIONS
001798                     MOVE Runctl-Reject-Count TO INTEGCHK-CRITICAL
001800                 WHEN OTHER
001810                     CONTINUE
001820             END-EVALUATE
003620         MISMATCH-COUNT " MISMATCH(ES)".
003630 9000-EXIT.
003640     EXIT.
003650*
003660*----------------------------------------------------------------
003670*    6300-CHECK-INTEGRITY - CHECK 4.  INTEGCHK MUST HAVE FOUND NO
003680*    EXCEPTION UNDER A RULE MARKED CRITICAL.  EXCEPTIONS UNDER THE
003690*    OTHER RULES ARE LEFT TO INTEGCHK.RPT.
003700*----------------------------------------------------------------
003710 6300-CHECK-INTEGRITY.
003720     IF NOT INTEGCHK-FOUND
003730         DISPLAY "SEQBAL: CHECK 4 SKIPPED - NO INTEGCHK RUN TODAY"
003740         GO TO 6300-EXIT
003750     END-IF
003760     ADD 1 TO CHECK-COUNT
003770     IF INTEGCHK-CRITICAL > ZERO
003780         DISPLAY "SEQBAL: CHECK 4 MISMATCH - INTEGCHK FOUND "
003790             INTEGCHK-CRITICAL " CRITICAL INTEGRITY EXCEPTION(S)"
003800         ADD 1 TO MISMATCH-COUNT
003810     ELSE
003820         DISPLAY "SEQBAL: CHECK 4 OK - NO CRITICAL INTEGRITY"
003830             " EXCEPTIONS (" INTEGCHK-EXCEPTIONS " OTHER)"
003840     END-IF.
003850 6300-EXIT.
003860     EXIT.
