000148*                  DATE IN GEN-REGISTRY.TXT, SO PKHIST01 AND THE
000149*                  RETENTION MANAGER CAN FIND THE SHELF WITHOUT
000151*                  LISTING A DIRECTORY.
000152*   2026-10-15 RO  STOP RUN REPLACED WITH GOBACK SO THE
000153*                  PKJCTL01 JOB STREAM CONTROLLER CAN CALL THIS
000154*                  PROGRAM AS A STEP AND RECORD ITS RETURN-CODE.
000155*                  A STAND-ALONE INVOCATION BEHAVES AS BEFORE.
000156******************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. PKGEN01.
000180 ENVIRONMENT DIVISION.
001110 0000-WRAP-UP.
001120     DISPLAY "PKGEN01 RECORDS RETIRED: " WS-COPIED-CT
001130         " TO " WS-GEN-NAME
001140     GOBACK.
001150*-----------------------------------------------------------------
001160* 1010-READ-CURR THRU 1010-EXIT.
001170*-----------------------------------------------------------------
