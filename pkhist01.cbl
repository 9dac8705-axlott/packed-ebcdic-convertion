000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY.
000210*   2026-09-03 RO  INITIAL VERSION.
000212*   2026-10-15 RO  STOP RUN REPLACED WITH GOBACK SO THE
000214*                  PKJCTL01 JOB STREAM CONTROLLER CAN CALL THIS
000216*                  PROGRAM AS A STEP AND RECORD ITS RETURN-CODE.
000218*                  A STAND-ALONE INVOCATION BEHAVES AS BEFORE.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. PKHIST01.
001270     DISPLAY "PKHIST01 GENERATIONS SKIPPED: " WS-SKIPPED-GEN-CT
001280     DISPLAY "PKHIST01 ROWS WRITTEN:        " WS-WRITTEN-CT
001290     DISPLAY "PKHIST01 ROWS REWRITTEN:      " WS-REWRITTEN-CT
001300     GOBACK.
001310*-----------------------------------------------------------------
001320* 1010-READ-GENREG THRU 1010-EXIT.
001330*-----------------------------------------------------------------
