000207*                  DATA. THE COMPARISON STAYS ON THE BASE-CURRENCY
000208*                  FILEO-REC4 VALUES, SO MOVEMENT IS MEASURED IN
000209*                  ONE CURRENCY.
000210*   2026-10-15 RO  STOP RUN REPLACED WITH GOBACK SO THE
000211*                  PKJCTL01 JOB STREAM CONTROLLER CAN CALL THIS
000212*                  PROGRAM AS A STEP AND RECORD ITS RETURN-CODE.
000213*                  A STAND-ALONE INVOCATION BEHAVES AS BEFORE.
000214******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. PKDELT01.
000240 ENVIRONMENT DIVISION.
001510             MOVE 1 TO RETURN-CODE
001520         END-IF
001530     END-IF
001540     GOBACK.
001550*-----------------------------------------------------------------
001560* 1000-LOAD-PRIOR THRU 1000-EXIT.
001570* LOADS THE PRIOR GENERATION'S FILEO-REC4 SECTION - THE ONLY
