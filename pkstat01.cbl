000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY.
000290*   2026-09-03 RO  INITIAL VERSION.
000291*   2026-10-15 RO  THE BOARD NOW CARRIES PKCMPL01'S FEED
000292*                  COMPLETENESS COUNTS - OPEN ACCOUNTS NO EXTRACT
000293*                  DELIVERED AND DUPLICATE COPIES HELD BACK - FROM
000294*                  COMPLETENESS-EXCEPTIONS.TXT. SHOWN, NOT JUDGED,
000295*                  THE SAME AS REJECTS.
000296*   2026-10-15 RO  THE BOARD NOW CARRIES THE FROZEN-ACCOUNT
000297*                  SUSPENSE FROM SUSPENSE-FILE.DAT - HOW MANY
000298*                  BALANCES ARE STILL HELD, THEIR TOTAL IN EACH
000299*                  CURRENCY, AND THE OLDEST HELD DATE AND
000300*                  ACCOUNT. SHOWN, NOT JUDGED - A HOLD IS A
000301*                  COMPLIANCE DECISION, NOT A FAULT IN THE NIGHT.
000302*   2026-10-15 RO  THE BOARD NOW CARRIES THE UNUSUAL MOVEMENT
000303*                  REVIEW FROM REVIEW-QUEUE.DAT - ITEMS STILL
000304*                  UNDECIDED AND ITEMS HELD FOR THE LATEST
000305*                  SCREENED BUSINESS DATE. SHOWN, NOT JUDGED - AN
000306*                  UNDECIDED ITEM ALREADY HOLDS THE PUBLISH, WHICH
000307*                  THE PUBLISH GATE CATCHES.
000308*   2026-10-15 RO  STOP RUN REPLACED WITH GOBACK SO THE
000309*                  PKJCTL01 JOB STREAM CONTROLLER CAN CALL THIS
000310*                  PROGRAM AS A STEP AND RECORD ITS RETURN-CODE.
000311*                  A STAND-ALONE INVOCATION BEHAVES AS BEFORE.
000312*   2026-10-15 RO  THE BOARD NOW CARRIES THE PKJCTL01 JOB STREAM
000313*                  STEP STATES FROM JOB-STEP-LOG.TXT FOR THE
000314*                  LATEST RUN'S BUSINESS DATE - EACH STEP'S LAST
000315*                  STATE, RETURN CODE AND TIME. SHOWN, NOT JUDGED
000316*                  - WHAT A FAILED STEP MEANS FOR THE DAY IS
000317*                  ALREADY JUDGED BY THE GATES ABOVE.
000318******************************************************************
000319 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. PKSTAT01.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000650         ORGANIZATION SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS FS-BRD.
000671     SELECT CMPLFILE ASSIGN "completeness-exceptions.txt"
000672         ORGANIZATION SEQUENTIAL
000673         ACCESS MODE IS SEQUENTIAL
000674         FILE STATUS IS FS-CMPL.
000675     SELECT SUSPFILE ASSIGN "suspense-file.dat"
000676         ORGANIZATION INDEXED
000677         ACCESS MODE IS SEQUENTIAL
000678         RECORD KEY IS SUSP-KEY
000679         FILE STATUS IS FS-SUSP.
000680     SELECT MVQUEUE ASSIGN "review-queue.dat"
000681         ORGANIZATION INDEXED
000682         ACCESS MODE IS SEQUENTIAL
000683         RECORD KEY IS MVQ-KEY
000684         FILE STATUS IS FS-MVQ.
000685     SELECT STEPLOG ASSIGN "job-step-log.txt"
000686         ORGANIZATION SEQUENTIAL
000687         ACCESS MODE IS SEQUENTIAL
000688         FILE STATUS IS FS-JLOG.
000689 DATA DIVISION.
000690 FILE SECTION.
000700 FD  REGISTRY
000710     RECORDING MODE IS F.
001120 FD  BOARDF
001130     RECORDING MODE IS F.
001140 01  BOARD-LINE          PIC X(132).
001141*-----------------------------------------------------------------
001142* FEED COMPLETENESS EXCEPTIONS FROM PKCMPL01.
001143*-----------------------------------------------------------------
001144 FD  CMPLFILE
001145     RECORDING MODE IS F.
001146     COPY CMPLREC.
001147*-----------------------------------------------------------------
001148* FROZEN-ACCOUNT SUSPENSE FROM PKEDIT01 / PKSREL01.
001149*-----------------------------------------------------------------
001150 FD  SUSPFILE.
001151     COPY SUSPREC.
001152*-----------------------------------------------------------------
001153* UNUSUAL MOVEMENT REVIEW QUEUE FROM PKMVSC01 / PKMREV01.
001154*-----------------------------------------------------------------
001155 FD  MVQUEUE.
001156     COPY MVQREC.
001157*-----------------------------------------------------------------
001158* JOB STREAM STEP LOG FROM PKJCTL01.
001159*-----------------------------------------------------------------
001160 FD  STEPLOG
001161     RECORDING MODE IS F.
001162     COPY JLOGREC.
001163 WORKING-STORAGE SECTION.
001164 01  FS-REG           PIC 9(02).
001170     88  FS-REG-OK                VALUE 00.
001180     88  FS-REG-EOF               VALUE 10.
001190 01  FS-EXCP          PIC 9(02).
001350     88  FS-TOK-OK                VALUE 00.
001360 01  FS-BRD           PIC 9(02).
001370     88  FS-BRD-OK                VALUE 00.
001372 01  FS-CMPL          PIC 9(02).
001374     88  FS-CMPL-OK               VALUE 00.
001376     88  FS-CMPL-EOF              VALUE 10.
001380*-----------------------------------------------------------------
001390* THE LATEST CYCLE OFF THE REGISTRY, AND WHETHER THERE WAS ONE.
001400*-----------------------------------------------------------------
001800 01  WS-CHANGED-CT    PIC 9(05) VALUE 0.
001810 01  WS-OB-CT         PIC 9(05) VALUE 0.
001820 01  WS-OB-OLDEST     PIC 9(03) VALUE 0.
001821*-----------------------------------------------------------------
001822* FEED COMPLETENESS ROLL-UP.
001823*-----------------------------------------------------------------
001824 01  WS-CMPL-SW       PIC X(01) VALUE 'N'.
001825     88  WS-CMPL-AVAILABLE        VALUE 'Y'.
001826 01  WS-CMPL-MISSING-CT PIC 9(05) VALUE 0.
001827 01  WS-CMPL-DUP-CT   PIC 9(05) VALUE 0.
001828*-----------------------------------------------------------------
001829* FROZEN-ACCOUNT SUSPENSE ROLL-UP. AMOUNTS ARE NEVER ADDED ACROSS
001830* CURRENCIES - EACH CURRENCY HELD GETS ITS OWN COUNT AND TOTAL.
001831*-----------------------------------------------------------------
001832 01  FS-SUSP          PIC 9(02).
001833     88  FS-SUSP-OK               VALUE 00.
001834     88  FS-SUSP-EOF              VALUE 10.
001835 01  WS-SUSP-SW       PIC X(01) VALUE 'N'.
001836     88  WS-SUSP-AVAILABLE        VALUE 'Y'.
001837 01  WS-SUSP-CT       PIC 9(05) VALUE 0.
001838 01  WS-SC-COUNT      PIC 9(03) VALUE 0.
001839 01  WS-SC-TABLE.
001840     05  WS-SC-ENTRY OCCURS 50 TIMES.
001841         10  WS-SC-CURRENCY   PIC X(03).
001842         10  WS-SC-CT         PIC 9(05).
001843         10  WS-SC-TOTAL      PIC S9(18) SIGN LEADING SEPARATE.
001844 01  WS-SC-IX         PIC 9(03).
001845 01  WS-SC-HIT        PIC 9(03).
001846 01  WS-SC-OVER-CT    PIC 9(05) VALUE 0.
001847 01  WS-SC-TOTAL-ED   PIC -Z(17)9.
001848 01  WS-SUSP-OLDEST   PIC X(08) VALUE SPACES.
001849 01  WS-SUSP-OLDEST-ACCT PIC X(10) VALUE SPACES.
001850*-----------------------------------------------------------------
001851* MOVEMENT REVIEW ROLL-UP. HELD ITEMS ARE COUNTED FOR THE LATEST
001852* BUSINESS DATE SCREENED ONLY; EARLIER HOLDS ARE HISTORY.
001853*-----------------------------------------------------------------
001854 01  FS-MVQ           PIC 9(02).
001855     88  FS-MVQ-OK                VALUE 00.
001856     88  FS-MVQ-EOF               VALUE 10.
001857 01  WS-MVQ-SW        PIC X(01) VALUE 'N'.
001858     88  WS-MVQ-AVAILABLE         VALUE 'Y'.
001859 01  WS-MVQ-UNDECIDED-CT PIC 9(05) VALUE 0.
001860 01  WS-MVQ-HELD-CT   PIC 9(05) VALUE 0.
001861 01  WS-MVQ-LATEST    PIC X(08) VALUE SPACES.
001862*-----------------------------------------------------------------
001863* JOB STREAM STEPS FOR THE LATEST RUN'S BUSINESS DATE - THE LAST
001864* LOG LINE FOR EACH STEP AND CYCLE IS ITS STATE. SHOWN, NOT
001865* JUDGED.
001866*-----------------------------------------------------------------
001867 01  FS-JLOG          PIC 9(02).
001868     88  FS-JLOG-OK               VALUE 00.
001869     88  FS-JLOG-EOF              VALUE 10.
001870 01  WS-JS-SW         PIC X(01) VALUE 'N'.
001871     88  WS-JS-AVAILABLE          VALUE 'Y'.
001872 01  WS-JS-COUNT      PIC 9(03) VALUE 0.
001873 01  WS-JS-TABLE.
001874     05  WS-JS-ENTRY OCCURS 100 TIMES.
001875         10  WS-JS-CYCLE      PIC X(01).
001876         10  WS-JS-STEP       PIC X(08).
001877         10  WS-JS-STATE      PIC X(01).
001878         10  WS-JS-RC         PIC 9(04).
001879         10  WS-JS-END-DATE   PIC X(08).
001880         10  WS-JS-END-TIME   PIC X(08).
001881         10  WS-JS-NOTE       PIC X(08).
001882 01  WS-JS-IX         PIC 9(03).
001883 01  WS-JS-HIT        PIC 9(03).
001884*-----------------------------------------------------------------
001885* AUDIT ENTRIES BY STATUS FOR THE RUN DATE, AS PKRPT01 ROLLS
001886* THEM UP.
001887*-----------------------------------------------------------------
001888 01  WS-STAT-TABLE.
001889     05  WS-STAT-CT OCCURS 100 TIMES PIC 9(05).
001890 01  WS-STAT-IX       PIC 9(03).
001900 01  WS-AUD-TOTAL-CT  PIC 9(05) VALUE 0.
001910*-----------------------------------------------------------------
002480     05  STB-STAT-CODE    PIC 9(02).
002490     05  FILLER           PIC X(03) VALUE " : ".
002500     05  STB-STAT-CT      PIC ZZZZ9.
002501 01  WS-STEP-LINE.
002502     05  FILLER           PIC X(07) VALUE "  STEP ".
002503     05  STB-JS-STEP      PIC X(08).
002504     05  FILLER           PIC X(01) VALUE SPACES.
002505     05  STB-JS-CYCLE     PIC X(04).
002506     05  FILLER           PIC X(01) VALUE SPACES.
002507     05  STB-JS-STATE     PIC X(08).
002508     05  FILLER           PIC X(04) VALUE " RC ".
002509     05  STB-JS-RC        PIC 9(04).
002510     05  FILLER           PIC X(07) VALUE "  AT   ".
002511     05  STB-JS-END-DATE  PIC X(08).
002512     05  FILLER           PIC X(01) VALUE "/".
002513     05  STB-JS-END-TIME  PIC X(08).
002514     05  FILLER           PIC X(02) VALUE SPACES.
002515     05  STB-JS-NOTE      PIC X(08).
002516*
002520 PROCEDURE DIVISION.
002530*-----------------------------------------------------------------
002540* 0000-MAINLINE.
002640     PERFORM 1400-GATHER-AUDIT THRU 1400-EXIT
002650     PERFORM 1500-GATHER-BREAKS THRU 1500-EXIT
002660     PERFORM 1600-GATHER-TOKEN THRU 1600-EXIT
002662     PERFORM 1700-GATHER-COMPLETENESS THRU 1700-EXIT
002664     PERFORM 1800-GATHER-SUSPENSE THRU 1800-EXIT
002666     PERFORM 1900-GATHER-MOVEMENT THRU 1900-EXIT
002668     PERFORM 1950-GATHER-STEPS THRU 1950-EXIT
002670     PERFORM 2000-JUDGE THRU 2000-EXIT
002680     PERFORM 3000-PRINT-BOARD THRU 3000-EXIT
002690     IF WS-VERDICT-GO
002730         DISPLAY "PKSTAT01 VERDICT: NO-GO - " WS-HOLD-REASON
002740         MOVE 8 TO RETURN-CODE
002750     END-IF
002760     GOBACK.
002770*-----------------------------------------------------------------
002780* 1000-GATHER-REGISTRY THRU 1000-EXIT.
002790* THE LAST REGISTRY LINE IS THE LATEST CYCLE.
005300 1600-EXIT.
005310     EXIT.
005320*-----------------------------------------------------------------
005321* 1700-GATHER-COMPLETENESS THRU 1700-EXIT.
005322* COUNTS PKCMPL01'S MISSING ACCOUNTS AND HELD DUPLICATE COPIES.
005323* A MISSING FILE MEANS THE CHECK NEVER RAN - SAID ON THE BOARD.
005324*-----------------------------------------------------------------
005325 1700-GATHER-COMPLETENESS.
005326     OPEN INPUT CMPLFILE
005327     IF NOT FS-CMPL-OK
005328         GO TO 1700-EXIT
005329     END-IF
005330     SET WS-CMPL-AVAILABLE TO TRUE
005331     PERFORM 1710-READ-CMPL THRU 1710-EXIT
005332     PERFORM UNTIL FS-CMPL-EOF
005333         EVALUATE TRUE
005334             WHEN CMPL-MISSING
005335                 ADD 1 TO WS-CMPL-MISSING-CT
005336             WHEN CMPL-DUPLICATE
005337                 ADD 1 TO WS-CMPL-DUP-CT
005338             WHEN OTHER
005339                 CONTINUE
005340         END-EVALUATE
005341         PERFORM 1710-READ-CMPL THRU 1710-EXIT
005342     END-PERFORM
005343     CLOSE CMPLFILE.
005344 1700-EXIT.
005345     EXIT.
005346*-----------------------------------------------------------------
005347* 1710-READ-CMPL THRU 1710-EXIT.
005348*-----------------------------------------------------------------
005349 1710-READ-CMPL.
005350     READ CMPLFILE
005351         AT END
005352             MOVE 10 TO FS-CMPL
005353     END-READ.
005354 1710-EXIT.
005355     EXIT.
005356*-----------------------------------------------------------------
005357* 1800-GATHER-SUSPENSE THRU 1800-EXIT.
005358* COUNTS AND TOTALS THE BALANCES STILL HELD IN SUSPENSE, ONE TOTAL
005359* PER CURRENCY, AND FINDS THE OLDEST HELD DATE. RELEASED AND
005360* CARRIED ENTRIES ARE HISTORY AND SKIPPED.
005361*-----------------------------------------------------------------
005362 1800-GATHER-SUSPENSE.
005363     OPEN INPUT SUSPFILE
005364     IF NOT FS-SUSP-OK
005365         GO TO 1800-EXIT
005366     END-IF
005367     SET WS-SUSP-AVAILABLE TO TRUE
005368     PERFORM 1810-READ-SUSP THRU 1810-EXIT
005369     PERFORM UNTIL FS-SUSP-EOF
005370         IF SUSP-HELD
005371             ADD 1 TO WS-SUSP-CT
005372             PERFORM 1820-ADD-CURRENCY THRU 1820-EXIT
005373             IF WS-SUSP-OLDEST = SPACES
005374                     OR SUSP-HELD-DATE < WS-SUSP-OLDEST
005375                 MOVE SUSP-HELD-DATE TO WS-SUSP-OLDEST
005376                 MOVE SUSP-ACCOUNT   TO WS-SUSP-OLDEST-ACCT
005377             END-IF
005378         END-IF
005379         PERFORM 1810-READ-SUSP THRU 1810-EXIT
005380     END-PERFORM
005381     CLOSE SUSPFILE.
005382 1800-EXIT.
005383     EXIT.
005384*-----------------------------------------------------------------
005385* 1810-READ-SUSP THRU 1810-EXIT.
005386*-----------------------------------------------------------------
005387 1810-READ-SUSP.
005388     READ SUSPFILE NEXT RECORD
005389         AT END
005390             MOVE 10 TO FS-SUSP
005391     END-READ.
005392 1810-EXIT.
005393     EXIT.
005394*-----------------------------------------------------------------
005395* 1820-ADD-CURRENCY THRU 1820-EXIT.
005396* ADDS THE HELD BALANCE TO ITS CURRENCY'S LINE. A CURRENCY PAST
005397* THE TABLE IS ONLY COUNTED, SO THE BOARD SAYS WHAT IS NOT SHOWN.
005398*-----------------------------------------------------------------
005399 1820-ADD-CURRENCY.
005400     MOVE 0 TO WS-SC-HIT
005401     PERFORM VARYING WS-SC-IX FROM 1 BY 1
005402             UNTIL WS-SC-IX > WS-SC-COUNT OR WS-SC-HIT > 0
005403         IF WS-SC-CURRENCY(WS-SC-IX) = SUSP-CURRENCY
005404             MOVE WS-SC-IX TO WS-SC-HIT
005405         END-IF
005406     END-PERFORM
005407     IF WS-SC-HIT = 0
005408         IF WS-SC-COUNT >= 50
005409             ADD 1 TO WS-SC-OVER-CT
005410             GO TO 1820-EXIT
005411         END-IF
005412         ADD 1 TO WS-SC-COUNT
005413         MOVE WS-SC-COUNT TO WS-SC-HIT
005414         MOVE SUSP-CURRENCY TO WS-SC-CURRENCY(WS-SC-HIT)
005415         MOVE 0 TO WS-SC-CT(WS-SC-HIT)
005416         MOVE 0 TO WS-SC-TOTAL(WS-SC-HIT)
005417     END-IF
005418     ADD 1 TO WS-SC-CT(WS-SC-HIT)
005419     ADD SUSP-VALUE TO WS-SC-TOTAL(WS-SC-HIT).
005420 1820-EXIT.
005421     EXIT.
005422*-----------------------------------------------------------------
005423* 1900-GATHER-MOVEMENT THRU 1900-EXIT.
005424* COUNTS THE QUEUE ITEMS STILL AWAITING THE DESK AND THE ITEMS
005425* HELD, BOTH FOR THE LATEST SCREENED BUSINESS DATE'S FEED ONLY -
005426* AN ITEM LEFT UNDECIDED ON AN EARLIER FEED IS NOT WORK.
005427*-----------------------------------------------------------------
005428 1900-GATHER-MOVEMENT.
005429     OPEN INPUT MVQUEUE
005430     IF NOT FS-MVQ-OK
005431         GO TO 1900-EXIT
005432     END-IF
005433     SET WS-MVQ-AVAILABLE TO TRUE
005434     PERFORM 1910-READ-MVQ THRU 1910-EXIT
005435     PERFORM UNTIL FS-MVQ-EOF
005436         IF MVQ-BUS-DATE > WS-MVQ-LATEST
005437             MOVE MVQ-BUS-DATE TO WS-MVQ-LATEST
005438             MOVE 0 TO WS-MVQ-UNDECIDED-CT
005439             MOVE 0 TO WS-MVQ-HELD-CT
005440         END-IF
005441         IF MVQ-UNDECIDED AND MVQ-BUS-DATE = WS-MVQ-LATEST
005442             ADD 1 TO WS-MVQ-UNDECIDED-CT
005443         END-IF
005444         IF MVQ-HELD AND MVQ-BUS-DATE = WS-MVQ-LATEST
005445             ADD 1 TO WS-MVQ-HELD-CT
005446         END-IF
005447         PERFORM 1910-READ-MVQ THRU 1910-EXIT
005448     END-PERFORM
005449     CLOSE MVQUEUE.
005450 1900-EXIT.
005451     EXIT.
005452*-----------------------------------------------------------------
005453* 1910-READ-MVQ THRU 1910-EXIT.
005454*-----------------------------------------------------------------
005455 1910-READ-MVQ.
005456     READ MVQUEUE NEXT RECORD
005457         AT END
005458             MOVE 10 TO FS-MVQ
005459     END-READ.
005460 1910-EXIT.
005461     EXIT.
005462*-----------------------------------------------------------------
005463* 1950-GATHER-STEPS THRU 1950-EXIT.
005464* THE STEP LOG LINES FOR THE LATEST RUN'S BUSINESS DATE, THE LAST
005465* ONE FOR EACH STEP AND CYCLE KEPT. NO LOG MEANS THE NIGHT WAS RUN
005466* BY HAND.
005467*-----------------------------------------------------------------
005468 1950-GATHER-STEPS.
005469     IF NOT WS-RUN-FOUND
005470         GO TO 1950-EXIT
005471     END-IF
005472     OPEN INPUT STEPLOG
005473     IF NOT FS-JLOG-OK
005474         GO TO 1950-EXIT
005475     END-IF
005476     SET WS-JS-AVAILABLE TO TRUE
005477     PERFORM 1960-READ-JLOG THRU 1960-EXIT
005478     PERFORM UNTIL FS-JLOG-EOF
005479         IF JLOG-BUS-DATE = WS-LR-BUS-DATE
005480             PERFORM 1970-KEEP-STEP THRU 1970-EXIT
005481         END-IF
005482         PERFORM 1960-READ-JLOG THRU 1960-EXIT
005483     END-PERFORM
005484     CLOSE STEPLOG.
005485 1950-EXIT.
005486     EXIT.
005487*-----------------------------------------------------------------
005488* 1960-READ-JLOG THRU 1960-EXIT.
005489*-----------------------------------------------------------------
005490 1960-READ-JLOG.
005491     READ STEPLOG
005492         AT END
005493             MOVE 10 TO FS-JLOG
005494     END-READ.
005495 1960-EXIT.
005496     EXIT.
005497*-----------------------------------------------------------------
005498* 1970-KEEP-STEP THRU 1970-EXIT.
005499* A STEP BEYOND THE TABLE IS LEFT OFF THE BOARD WITH A CONSOLE
005500* NOTE - THE BOARD IS NOT HELD FOR IT.
005501*-----------------------------------------------------------------
005502 1970-KEEP-STEP.
005503     MOVE 0 TO WS-JS-HIT
005504     PERFORM VARYING WS-JS-IX FROM 1 BY 1
005505             UNTIL WS-JS-IX > WS-JS-COUNT OR WS-JS-HIT > 0
005506         IF WS-JS-STEP(WS-JS-IX) = JLOG-STEP
005507                 AND WS-JS-CYCLE(WS-JS-IX) = JLOG-CYCLE
005508             MOVE WS-JS-IX TO WS-JS-HIT
005509         END-IF
005510     END-PERFORM
005511     IF WS-JS-HIT = 0
005512         IF WS-JS-COUNT >= 100
005513             DISPLAY "PKSTAT01 STEP LOG EXCEEDS WS-JS-TABLE "
005514                 "CAPACITY OF 100 - " JLOG-STEP " NOT SHOWN"
005515             GO TO 1970-EXIT
005516         END-IF
005517         ADD 1 TO WS-JS-COUNT
005518         MOVE WS-JS-COUNT TO WS-JS-HIT
005519         MOVE JLOG-STEP  TO WS-JS-STEP(WS-JS-HIT)
005520         MOVE JLOG-CYCLE TO WS-JS-CYCLE(WS-JS-HIT)
005521     END-IF
005522     MOVE JLOG-STATE    TO WS-JS-STATE(WS-JS-HIT)
005523     MOVE JLOG-RC       TO WS-JS-RC(WS-JS-HIT)
005524     MOVE JLOG-END-DATE TO WS-JS-END-DATE(WS-JS-HIT)
005525     MOVE JLOG-END-TIME TO WS-JS-END-TIME(WS-JS-HIT)
005526     MOVE JLOG-NOTE     TO WS-JS-NOTE(WS-JS-HIT)
005527     IF JLOG-RUNNING
005528         MOVE JLOG-START-DATE TO WS-JS-END-DATE(WS-JS-HIT)
005529         MOVE JLOG-START-TIME TO WS-JS-END-TIME(WS-JS-HIT)
005530     END-IF.
005531 1970-EXIT.
005532     EXIT.
005533*-----------------------------------------------------------------
005534* 2000-JUDGE THRU 2000-EXIT.
005535* FIRST FAILED GATE NAMES THE HOLD. THE GATES MIRROR WHAT THE
005536* SHIFT CHECKED BY HAND: A RUN EXISTS, BOTH STEPS CAME BACK
005537* ZERO, THE RECONCILIATION RAN AND FOUND NOTHING, AND NO DETAIL
005538* BREAK HAS BEEN OPEN THREE DAYS.
005539*-----------------------------------------------------------------
005540 2000-JUDGE.
005541     IF NOT WS-RUN-FOUND
005542         MOVE 'N' TO WS-GO-SW
005543         MOVE "NO RUN ON REGISTRY" TO WS-HOLD-REASON
005544         GO TO 2000-EXIT
005545     END-IF
005546     IF WS-LR-CONV-RC NOT = 0
005547         MOVE 'N' TO WS-GO-SW
005548         MOVE "CONVERTER RETURN CODE NON-ZERO"
005549             TO WS-HOLD-REASON
005550         GO TO 2000-EXIT
005551     END-IF
005552     IF WS-LR-VRFY-RC NOT = 0
005553         MOVE 'N' TO WS-GO-SW
005554         MOVE "VERIFY RETURN CODE NON-ZERO" TO WS-HOLD-REASON
005555         GO TO 2000-EXIT
005556     END-IF
005557     IF WS-LR-PUB-RC NOT = 0
005558         MOVE 'N' TO WS-GO-SW
005559         MOVE "FEED NEVER PUBLISHED" TO WS-HOLD-REASON
005560         GO TO 2000-EXIT
005561     END-IF
005562     IF NOT WS-RECON-AVAILABLE
005570         MOVE 'N' TO WS-GO-SW
005580         MOVE "RECONCILIATION NEVER RAN" TO WS-HOLD-REASON
005590         GO TO 2000-EXIT
006220     END-PERFORM
006230     MOVE SPACES TO WS-PRINT-LINE
006240     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
006241     IF WS-CMPL-AVAILABLE
006242         MOVE SPACES TO WS-PRINT-LINE
006243         STRING "FEED COMPLETENESS: " WS-CMPL-MISSING-CT
006244             " OPEN ACCOUNTS MISSING, " WS-CMPL-DUP-CT
006245             " DUPLICATE COPIES HELD"
006246             DELIMITED SIZE INTO WS-PRINT-LINE
006247     ELSE
006248         MOVE "FEED COMPLETENESS: *** CHECK NEVER RAN ***"
006249             TO WS-PRINT-LINE
006250     END-IF
006251     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
006252     IF WS-SUSP-AVAILABLE AND WS-SUSP-CT > 0
006253         MOVE SPACES TO WS-PRINT-LINE
006254         STRING "FROZEN-ACCOUNT SUSPENSE: " WS-SUSP-CT
006255             " HELD, OLDEST " WS-SUSP-OLDEST
006256             " (ACCOUNT " WS-SUSP-OLDEST-ACCT ")"
006257             DELIMITED SIZE INTO WS-PRINT-LINE
006258         PERFORM 9500-WRITE-LINE THRU 9500-EXIT
006259         PERFORM VARYING WS-SC-IX FROM 1 BY 1
006260                 UNTIL WS-SC-IX > WS-SC-COUNT
006261             MOVE WS-SC-TOTAL(WS-SC-IX) TO WS-SC-TOTAL-ED
006262             MOVE SPACES TO WS-PRINT-LINE
006263             STRING "    " WS-SC-CURRENCY(WS-SC-IX) " "
006264                 WS-SC-CT(WS-SC-IX) " HELD, TOTAL "
006265                 WS-SC-TOTAL-ED
006266                 DELIMITED SIZE INTO WS-PRINT-LINE
006267             PERFORM 9500-WRITE-LINE THRU 9500-EXIT
006268         END-PERFORM
006269         IF WS-SC-OVER-CT > 0
006270             MOVE SPACES TO WS-PRINT-LINE
006271             STRING "    " WS-SC-OVER-CT
006272                 " MORE HELD IN CURRENCIES BEYOND THE 50 SHOWN"
006273                 DELIMITED SIZE INTO WS-PRINT-LINE
006274             PERFORM 9500-WRITE-LINE THRU 9500-EXIT
006275         END-IF
006276     ELSE
006277         MOVE "FROZEN-ACCOUNT SUSPENSE: NOTHING HELD"
006278             TO WS-PRINT-LINE
006279         PERFORM 9500-WRITE-LINE THRU 9500-EXIT
006280     END-IF
006281     IF WS-MVQ-AVAILABLE
006282         MOVE SPACES TO WS-PRINT-LINE
006283         STRING "MOVEMENT REVIEW: " WS-MVQ-UNDECIDED-CT
006284             " UNDECIDED, " WS-MVQ-HELD-CT " HELD FROM "
006285             WS-MVQ-LATEST " FEED"
006286             DELIMITED SIZE INTO WS-PRINT-LINE
006287     ELSE
006288         MOVE "MOVEMENT REVIEW: NOTHING SCREENED"
006289             TO WS-PRINT-LINE
006290     END-IF
006291     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
006292     IF WS-RECON-AVAILABLE
006293         MOVE SPACES TO WS-PRINT-LINE
006294         STRING "RECON BREAKS: " WS-RECON-CT
006295             " TOTAL ABS DIFFERENCE " WS-RECON-TOTAL
006296             DELIMITED SIZE INTO WS-PRINT-LINE
006300     ELSE
006310         MOVE "RECON BREAKS: *** RECONCILIATION NEVER RAN ***"
006320             TO WS-PRINT-LINE
006711             MOVE "FEED TOKEN: NO TOKEN ON DISK" TO WS-PRINT-LINE
006712         END-IF
006720     END-IF
006721     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
006722     MOVE SPACES TO WS-PRINT-LINE
006723     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
006724     IF NOT WS-JS-AVAILABLE
006725         MOVE "JOB STREAM: NO STEP LOG - NIGHT RUN BY HAND"
006726             TO WS-PRINT-LINE
006727         PERFORM 9500-WRITE-LINE THRU 9500-EXIT
006728         GO TO 3000-VERDICT
006729     END-IF
006730     MOVE SPACES TO WS-PRINT-LINE
006731     STRING "JOB STREAM STEPS FOR " WS-LR-BUS-DATE ":"
006732         DELIMITED SIZE INTO WS-PRINT-LINE
006733     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
006734     PERFORM VARYING WS-JS-IX FROM 1 BY 1
006735             UNTIL WS-JS-IX > WS-JS-COUNT
006736         MOVE WS-JS-STEP(WS-JS-IX)     TO STB-JS-STEP
006737         IF WS-JS-CYCLE(WS-JS-IX) = 'S'
006738             MOVE "SUPP" TO STB-JS-CYCLE
006739         ELSE
006740             MOVE "MAIN" TO STB-JS-CYCLE
006741         END-IF
006742         EVALUATE WS-JS-STATE(WS-JS-IX)
006743             WHEN 'R'
006744                 MOVE "RUNNING"  TO STB-JS-STATE
006745             WHEN 'C'
006746                 MOVE "COMPLETE" TO STB-JS-STATE
006747             WHEN 'F'
006748                 MOVE "FAILED"   TO STB-JS-STATE
006749             WHEN 'B'
006750                 MOVE "BLOCKED"  TO STB-JS-STATE
006751             WHEN 'M'
006752                 MOVE "MARKED"   TO STB-JS-STATE
006753             WHEN OTHER
006754                 MOVE "UNKNOWN"  TO STB-JS-STATE
006755         END-EVALUATE
006756         MOVE WS-JS-RC(WS-JS-IX)       TO STB-JS-RC
006757         MOVE WS-JS-END-DATE(WS-JS-IX) TO STB-JS-END-DATE
006758         MOVE WS-JS-END-TIME(WS-JS-IX) TO STB-JS-END-TIME
006759         MOVE WS-JS-NOTE(WS-JS-IX)     TO STB-JS-NOTE
006760         MOVE WS-STEP-LINE TO WS-PRINT-LINE
006761         PERFORM 9500-WRITE-LINE THRU 9500-EXIT
006762     END-PERFORM.
006763 3000-VERDICT.
006764     MOVE SPACES TO WS-PRINT-LINE
006765     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
006770     IF WS-VERDICT-GO
006780         MOVE "VERDICT: GO - RELEASE THE DAYTIME JOBS"
006790             TO WS-PRINT-LINE
