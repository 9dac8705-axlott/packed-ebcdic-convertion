000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY.
000180*   2026-08-22 RO  INITIAL VERSION.
000182*   2026-10-15 RO  STOP RUN REPLACED WITH GOBACK SO THE
000184*                  PKJCTL01 JOB STREAM CONTROLLER CAN CALL THIS
000186*                  PROGRAM AS A STEP AND RECORD ITS RETURN-CODE.
000188*                  A STAND-ALONE INVOCATION BEHAVES AS BEFORE.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. PKRECN01.
001390     END-IF.
001400 0000-WRAP-UP.
001410     DISPLAY "PKRECN01 BREAKS: " WS-BREAK-CT
001420     GOBACK.
001430*-----------------------------------------------------------------
001440* 1100-SCAN-FILEO THRU 1100-EXIT.
001450* ONE PASS OVER YOUR-FILE.TXT: PER-SECTION COUNT AND AMOUNT SUM
