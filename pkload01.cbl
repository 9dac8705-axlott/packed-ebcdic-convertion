000166*                  PACKED BASE-CURRENCY EQUIVALENT; BOTH ARE
000168*                  CARRIED ONTO THE KEYED TWIN FOR THE INQUIRY
000169*                  DESK.
000170*   2026-10-15 RO  STOP RUN REPLACED WITH GOBACK SO THE
000171*                  PKJCTL01 JOB STREAM CONTROLLER CAN CALL THIS
000172*                  PROGRAM AS A STEP AND RECORD ITS RETURN-CODE.
000173*                  A STAND-ALONE INVOCATION BEHAVES AS BEFORE.
000174******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. PKLOAD01.
000200 ENVIRONMENT DIVISION.
001240     DISPLAY "PKLOAD01 RECORDS LOADED:  " WS-LOADED-CT
001250     DISPLAY "PKLOAD01 RECORDS SKIPPED: " WS-SKIPPED-CT
001260     CLOSE AUDITLOG
001270     GOBACK.
001280*-----------------------------------------------------------------
001290* 2000-LOAD-RECORD THRU 2000-EXIT.
001300* TURNS ONE DISCRIMINATED DETAIL RECORD INTO ITS KEYED TWIN.
