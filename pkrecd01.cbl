000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY.
000230*   2026-09-03 RO  INITIAL VERSION.
000232*   2026-10-15 RO  STOP RUN REPLACED WITH GOBACK SO THE
000234*                  PKJCTL01 JOB STREAM CONTROLLER CAN CALL THIS
000236*                  PROGRAM AS A STEP AND RECORD ITS RETURN-CODE.
000238*                  A STAND-ALONE INVOCATION BEHAVES AS BEFORE.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. PKRECD01.
001600 0000-WRAP-UP.
001610     DISPLAY "PKRECD01 OPEN BREAKS:      " WS-BREAK-CT
001620     DISPLAY "PKRECD01 AGED 3+ DAYS:     " WS-ESCALATE-CT
001630     GOBACK.
001640*-----------------------------------------------------------------
001650* 1100-LOAD-PRIOR-BREAKS THRU 1100-EXIT.
001660* A MISSING FILE MEANS A CLEAN SLATE - EVERY BREAK TONIGHT IS
