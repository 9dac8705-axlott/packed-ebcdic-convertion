000150*-----------------------------------------------------------------
000160* MODIFICATION HISTORY.
000170*   2026-08-22 RO  INITIAL VERSION.
000172*   2026-10-15 RO  STOP RUN REPLACED WITH GOBACK SO THE
000174*                  PKJCTL01 JOB STREAM CONTROLLER CAN CALL THIS
000176*                  PROGRAM AS A STEP AND RECORD ITS RETURN-CODE.
000178*                  A STAND-ALONE INVOCATION BEHAVES AS BEFORE.
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PKRPT01.
001970     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
001980     CLOSE RPTFILE.
001990 0000-WRAP-UP.
002000     GOBACK.
002010*-----------------------------------------------------------------
002020* 1050-LOAD-PARM THRU 1050-EXIT.
002030* CODEPAGE SWITCH ONLY - A MISSING CARD DEFAULTS TO ASCII.
