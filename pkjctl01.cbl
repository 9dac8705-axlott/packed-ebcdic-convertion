000010******************************************************************
000020* AUTHOR.     R. OKAFOR.
000030* INSTALLATION. LEDGER SYSTEMS GROUP.
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    WHOLE-NIGHT JOB STREAM CONTROLLER. RUNS THE STEPS
000070*             NAMED ON JOB-STEPS-CARD.TXT (COPY JSTPREC) IN CARD
000080*             ORDER BY CALLING EACH PROGRAM, THE SAME WAY PKDRV01
000090*             CALLS THE CONVERTER AND THE VERIFIER. A STEP RUNS
000100*             ONLY WHEN EVERY PREDECESSOR THE CARD NAMES FOR IT
000110*             HAS COMPLETED; IT COMPLETES WHEN IT RETURNS ONE OF
000120*             THE RETURN CODES THE CARD ACCEPTS FOR IT. EACH
000130*             STEP'S START, END AND RETURN CODE ARE APPENDED TO
000140*             JOB-STEP-LOG.TXT (COPY JLOGREC) AGAINST THE
000150*             BUSINESS DATE, THE CYCLE AND THE RUN-REGISTRY.TXT
000160*             RUN NUMBER. RERUN FOR THE SAME DATE AND CYCLE, THE
000170*             STREAM PICKS UP AT THE FIRST FAILED, BLOCKED OR
000180*             UNRUN STEP AND REPEATS A COMPLETED ONE ONLY WHEN
000190*             THE RESTART CARD ASKS. A STEP THE CARD MARKS UNSAFE
000200*             TO RERUN (PKGEN01) THAT STARTED AND NEVER CAME BACK
000210*             HOLDS THE WHOLE STREAM RC 8 UNTIL OPERATIONS
000220*             RELEASES IT WITH JOB-RESTART-CARD.TXT (COPY
000230*             JRSTREC), WHICH CAN ALSO FORCE A RERUN FROM A NAMED
000240*             STEP. THE CARD IS ACTED ON ONCE - A CARD THE STEP
000250*             LOG SHOWS WAS ALREADY ACTED ON IS IGNORED. EACH LOG
000260*             LINE IS WRITTEN AND CLOSED AT ONCE, SO THE LOG IS
000270*             WHOLE UP TO THE STEP IN HAND IF THE STREAM DIES
000280*             MID-STEP. THE STEP LOG IS PRINTED TO
000290*             JOB-STEP-REPORT.TXT, AND PKSTAT01 PUTS THE SAME STEP
000300*             STATES ON THE BOARD. RC 0 WHEN EVERY STEP IS
000310*             COMPLETE, 8 WHEN ANY FAILED OR WAS BLOCKED.
000320* TECTONICS.  cobc -std=ibm.
000330*-----------------------------------------------------------------
000340* MODIFICATION HISTORY.
000350*   2026-10-15 RO  INITIAL VERSION.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. PKJCTL01.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT BUSDCARD ASSIGN "busdate-card.txt"
000430         ORGANIZATION SEQUENTIAL
000440         ACCESS MODE IS SEQUENTIAL
000450         FILE STATUS IS FS-BUSD.
000460     SELECT STEPCARD ASSIGN "job-steps-card.txt"
000470         ORGANIZATION SEQUENTIAL
000480         ACCESS MODE IS SEQUENTIAL
000490         FILE STATUS IS FS-STEP.
000500     SELECT RSTCARD ASSIGN "job-restart-card.txt"
000510         ORGANIZATION SEQUENTIAL
000520         ACCESS MODE IS SEQUENTIAL
000530         FILE STATUS IS FS-RST.
000540     SELECT REGISTRY ASSIGN "run-registry.txt"
000550         ORGANIZATION SEQUENTIAL
000560         ACCESS MODE IS SEQUENTIAL
000570         FILE STATUS IS FS-REG.
000580     SELECT STEPLOG ASSIGN "job-step-log.txt"
000590         ORGANIZATION SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS FS-JLOG.
000620     SELECT RPTFILE ASSIGN "job-step-report.txt"
000630         ORGANIZATION SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS FS-RPT.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  BUSDCARD
000690     RECORDING MODE IS F.
000700     COPY BUSDREC.
000710 FD  STEPCARD
000720     RECORDING MODE IS F.
000730     COPY JSTPREC.
000740 FD  RSTCARD
000750     RECORDING MODE IS F.
000760     COPY JRSTREC.
000770 FD  REGISTRY
000780     RECORDING MODE IS F.
000790     COPY RUNREGRC.
000800 FD  STEPLOG
000810     RECORDING MODE IS F.
000820     COPY JLOGREC.
000830 FD  RPTFILE
000840     RECORDING MODE IS F.
000850 01  RPT-LINE            PIC X(132).
000860 WORKING-STORAGE SECTION.
000870 01  FS-BUSD          PIC 9(02).
000880     88  FS-BUSD-OK               VALUE 00.
000890 01  FS-STEP          PIC 9(02).
000900     88  FS-STEP-OK               VALUE 00.
000910     88  FS-STEP-EOF              VALUE 10.
000920 01  FS-RST           PIC 9(02).
000930     88  FS-RST-OK                VALUE 00.
000940 01  FS-REG           PIC 9(02).
000950     88  FS-REG-OK                VALUE 00.
000960     88  FS-REG-EOF               VALUE 10.
000970 01  FS-JLOG          PIC 9(02).
000980     88  FS-JLOG-OK               VALUE 00.
000990     88  FS-JLOG-EOF              VALUE 10.
001000 01  FS-RPT           PIC 9(02).
001010     88  FS-RPT-OK                VALUE 00.
001020 01  WS-RUN-DATE      PIC X(08).
001030 01  WS-RUN-TIME      PIC X(08).
001040 01  WS-BUS-DATE      PIC X(08).
001050 01  WS-CYCLE-SW      PIC X(01) VALUE SPACES.
001060 01  WS-STREAM-RC     PIC 9(04) VALUE 0.
001070 01  WS-CARD-ISSUED   PIC X(14).
001080 01  WS-CARD-SPENT-SW PIC X(01) VALUE 'N'.
001090     88  WS-CARD-SPENT            VALUE 'Y'.
001100*-----------------------------------------------------------------
001110* RUN NUMBER. THE NIGHT'S RUN IS THE LATEST REGISTRY LINE FOR THE
001120* BUSINESS DATE STARTED SINCE THIS DATE AND CYCLE'S STREAM FIRST
001130* STARTED; UNTIL THE DRIVER HAS WRITTEN ONE IT IS THE NUMBER THE
001140* DRIVER WILL TAKE, ONE PAST THE LAST LINE.
001150*-----------------------------------------------------------------
001160 01  WS-RUN-NUMBER    PIC 9(05) VALUE 0.
001170 01  WS-LAST-RUN      PIC 9(05).
001180 01  WS-DATE-RUN      PIC 9(05).
001190 01  WS-STREAM-START  PIC X(16) VALUE HIGH-VALUES.
001200 01  WS-REG-START     PIC X(16).
001210*-----------------------------------------------------------------
001220* THE STEP TABLE - THE CARD, AND EACH STEP'S STATE FOR THE DATE
001230* AND CYCLE (SPACE = NEVER RUN, OTHERWISE A JLOG-STATE VALUE).
001240* WS-ST-ACTION SAYS WHAT THIS PASS DID WITH THE STEP. WS-ST-LOGGED
001250* IS THE DATE AND TIME OF ITS LATEST LOG LINE, FOR THE RESTART
001260* CARD'S SINGLE-USE TEST.
001270*-----------------------------------------------------------------
001280 01  WS-ST-COUNT      PIC 9(03) VALUE 0.
001290 01  WS-ST-TABLE.
001300     05  WS-ST-ENTRY OCCURS 50 TIMES.
001310         10  WS-ST-STEP       PIC X(08).
001320         10  WS-ST-RERUN-SW   PIC X(01).
001330             88  WS-ST-UNSAFE         VALUE 'N'.
001340         10  WS-ST-PRED-LIST.
001350             15  WS-ST-PRED OCCURS 5 TIMES.
001360                 20  WS-ST-PRED-STEP  PIC X(08).
001370                 20  FILLER           PIC X(01).
001380         10  WS-ST-OK-RC-LIST.
001390             15  WS-ST-OK-RC OCCURS 4 TIMES.
001400                 20  WS-ST-OK-RC-VALUE PIC X(04).
001410                 20  FILLER            PIC X(01).
001420         10  WS-ST-STATE      PIC X(01).
001430             88  WS-ST-NEVER-RUN      VALUE SPACE.
001440             88  WS-ST-RUNNING        VALUE 'R'.
001450             88  WS-ST-COMPLETE       VALUE 'C'.
001460             88  WS-ST-FAILED         VALUE 'F'.
001470             88  WS-ST-BLOCKED        VALUE 'B'.
001480             88  WS-ST-DONE           VALUE 'C' 'M'.
001490         10  WS-ST-RC         PIC 9(04).
001500         10  WS-ST-RUN-NUMBER PIC 9(05).
001510         10  WS-ST-START-DATE PIC X(08).
001520         10  WS-ST-START-TIME PIC X(08).
001530         10  WS-ST-END-DATE   PIC X(08).
001540         10  WS-ST-END-TIME   PIC X(08).
001550         10  WS-ST-NOTE       PIC X(08).
001560         10  WS-ST-ACTION     PIC X(24).
001570         10  WS-ST-LOGGED     PIC X(14).
001580 01  WS-ST-IX         PIC 9(03).
001590 01  WS-ST-IX2        PIC 9(03).
001600 01  WS-ST-HIT        PIC 9(03).
001610 01  WS-PRED-IX       PIC 9(01).
001620 01  WS-RC-IX         PIC 9(01).
001630 01  WS-LOOK-STEP     PIC X(08).
001640*-----------------------------------------------------------------
001650* THE STEP IN HAND.
001660*-----------------------------------------------------------------
001670 01  WS-CALL-NAME     PIC X(08).
001680 01  WS-STEP-RC       PIC 9(04).
001690 01  WS-STEP-RC-X REDEFINES WS-STEP-RC PIC X(04).
001700 01  WS-BLOCKER       PIC X(08).
001710 01  WS-NO-PGM-SW     PIC X(01) VALUE 'N'.
001720     88  WS-NO-PGM                VALUE 'Y'.
001730 01  WS-OK-SW         PIC X(01) VALUE 'N'.
001740     88  WS-RC-ACCEPTED           VALUE 'Y'.
001750 01  WS-RC-LISTED-SW  PIC X(01) VALUE 'N'.
001760     88  WS-RC-LISTED             VALUE 'Y'.
001770 01  WS-RAN-CT        PIC 9(03) VALUE 0.
001780 01  WS-SKIP-CT       PIC 9(03) VALUE 0.
001790 01  WS-FAIL-CT       PIC 9(03) VALUE 0.
001800 01  WS-BLOCK-CT      PIC 9(03) VALUE 0.
001810*-----------------------------------------------------------------
001820* PRINT CONTROL AND LINE LAYOUTS.
001830*-----------------------------------------------------------------
001840 01  WS-LINE-CT       PIC 9(02) VALUE 99.
001850 01  WS-PAGE-CT       PIC 9(03) VALUE 0.
001860 01  WS-PAGE-SIZE     PIC 9(02) VALUE 55.
001870 01  WS-PRINT-LINE    PIC X(132).
001880 01  WS-HEAD1.
001890     05  FILLER           PIC X(10) VALUE "PKJCTL01".
001900     05  FILLER           PIC X(42)
001910         VALUE "NIGHTLY JOB STREAM STEP LOG".
001920     05  FILLER           PIC X(05) VALUE "PAGE ".
001930     05  HD1-PAGE         PIC ZZ9.
001940 01  WS-HEAD2.
001950     05  FILLER           PIC X(09) VALUE "RUN DATE ".
001960     05  HD2-DATE         PIC X(08).
001970     05  FILLER           PIC X(07) VALUE "  TIME ".
001980     05  HD2-TIME         PIC X(08).
001990     05  FILLER           PIC X(11) VALUE "  BUSDATE ".
002000     05  HD2-BUS-DATE     PIC X(08).
002010     05  FILLER           PIC X(08) VALUE "  CYCLE ".
002020     05  HD2-CYCLE        PIC X(04).
002030     05  FILLER           PIC X(06) VALUE "  RUN ".
002040     05  HD2-RUN          PIC ZZZZ9.
002050 01  WS-COL-HEAD.
002060     05  FILLER           PIC X(10) VALUE "STEP".
002070     05  FILLER           PIC X(10) VALUE "STATE".
002080     05  FILLER           PIC X(06) VALUE "RC".
002090     05  FILLER           PIC X(06) VALUE "RUN".
002100     05  FILLER           PIC X(18) VALUE "STARTED".
002110     05  FILLER           PIC X(18) VALUE "ENDED".
002120     05  FILLER           PIC X(10) VALUE "NOTE".
002130     05  FILLER           PIC X(24) VALUE "THIS PASS".
002140 01  WS-DETAIL.
002150     05  RPT-STEP         PIC X(08).
002160     05  FILLER           PIC X(02) VALUE SPACES.
002170     05  RPT-STATE        PIC X(08).
002180     05  FILLER           PIC X(02) VALUE SPACES.
002190     05  RPT-RC           PIC X(04).
002200     05  FILLER           PIC X(02) VALUE SPACES.
002210     05  RPT-RUN          PIC ZZZZ9.
002220     05  FILLER           PIC X(01) VALUE SPACES.
002230     05  RPT-START-DATE   PIC X(08).
002240     05  FILLER           PIC X(01) VALUE "/".
002250     05  RPT-START-TIME   PIC X(08).
002260     05  FILLER           PIC X(01) VALUE SPACES.
002270     05  RPT-END-DATE     PIC X(08).
002280     05  FILLER           PIC X(01) VALUE "/".
002290     05  RPT-END-TIME     PIC X(08).
002300     05  FILLER           PIC X(01) VALUE SPACES.
002310     05  RPT-NOTE         PIC X(08).
002320     05  FILLER           PIC X(02) VALUE SPACES.
002330     05  RPT-ACTION       PIC X(24).
002340*
002350 PROCEDURE DIVISION.
002360*-----------------------------------------------------------------
002370* 0000-MAINLINE.
002380* LOAD THE CARD AND WHAT THE LOG ALREADY SAYS FOR THE DATE AND
002390* CYCLE, APPLY ANY RESTART CARD, REFUSE WHILE AN UNSAFE STEP IS
002400* UNACCOUNTED FOR, THEN RUN EVERY STEP NOT YET COMPLETE.
002410*-----------------------------------------------------------------
002420 0000-MAINLINE.
002430     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002440     ACCEPT WS-RUN-TIME FROM TIME
002450     PERFORM 1000-LOAD-BUSDATE THRU 1000-EXIT
002460     PERFORM 1100-LOAD-STEP-CARD THRU 1100-EXIT
002470     IF RETURN-CODE >= 8
002480         GO TO 0000-WRAP-UP
002490     END-IF
002500     PERFORM 1300-LOAD-STEP-LOG THRU 1300-EXIT
002510     IF RETURN-CODE >= 8
002520         GO TO 0000-WRAP-UP
002530     END-IF
002540     PERFORM 1400-APPLY-RESTART-CARD THRU 1400-EXIT
002550     IF RETURN-CODE >= 8
002560         GO TO 0000-WRAP-UP
002570     END-IF
002580     PERFORM 1500-CHECK-UNFINISHED THRU 1500-EXIT
002590     IF RETURN-CODE >= 8
002600         GO TO 0000-WRAP-UP
002610     END-IF
002620     IF WS-STREAM-START = HIGH-VALUES
002630         STRING WS-RUN-DATE WS-RUN-TIME
002640             DELIMITED SIZE INTO WS-STREAM-START
002650     END-IF
002660     PERFORM 1200-FIND-RUN-NUMBER THRU 1200-EXIT
002670     DISPLAY "PKJCTL01 STREAM FOR " WS-BUS-DATE " CYCLE '"
002680         WS-CYCLE-SW "' RUN " WS-RUN-NUMBER " STARTING"
002690     PERFORM 2000-RUN-STREAM THRU 2000-EXIT
002700     PERFORM 3000-PRINT-STEP-LOG THRU 3000-EXIT.
002710 0000-WRAP-UP.
002720     IF RETURN-CODE < 8
002730         IF WS-FAIL-CT > 0 OR WS-BLOCK-CT > 0
002740             MOVE 8 TO WS-STREAM-RC
002750         END-IF
002760         IF WS-STREAM-RC > RETURN-CODE
002770             MOVE WS-STREAM-RC TO RETURN-CODE
002780         END-IF
002790         DISPLAY "PKJCTL01 STEPS RUN:          " WS-RAN-CT
002800         DISPLAY "PKJCTL01 ALREADY COMPLETE:   " WS-SKIP-CT
002810         DISPLAY "PKJCTL01 FAILED:             " WS-FAIL-CT
002820         DISPLAY "PKJCTL01 BLOCKED:            " WS-BLOCK-CT
002830     END-IF
002840     STOP RUN.
002850*-----------------------------------------------------------------
002860* 1000-LOAD-BUSDATE THRU 1000-EXIT.
002870* NO CARD MEANS THE RUN DATE IS TAKEN AS THE BUSINESS DATE, WITH
002880* A CONSOLE NOTE.
002890*-----------------------------------------------------------------
002900 1000-LOAD-BUSDATE.
002910     MOVE WS-RUN-DATE TO WS-BUS-DATE
002920     OPEN INPUT BUSDCARD
002930     IF NOT FS-BUSD-OK
002940         DISPLAY "PKJCTL01 NO BUSDATE CARD (STATUS " FS-BUSD
002950             ") - TAKING THE RUN DATE"
002960         GO TO 1000-EXIT
002970     END-IF
002980     READ BUSDCARD
002990         AT END
003000             DISPLAY "PKJCTL01 BUSDATE CARD EMPTY - TAKING THE "
003010                 "RUN DATE"
003020         NOT AT END
003030             MOVE BUSD-CURRENT-DATE TO WS-BUS-DATE
003040             MOVE BUSD-CYCLE-SW     TO WS-CYCLE-SW
003050     END-READ
003060     CLOSE BUSDCARD.
003070 1000-EXIT.
003080     EXIT.
003090*-----------------------------------------------------------------
003100* 1100-LOAD-STEP-CARD THRU 1100-EXIT.
003110* THE CARD IS CHECKED WHOLE BEFORE ANYTHING RUNS: EVERY STEP
003120* NAMED ONCE, EVERY PREDECESSOR AN EARLIER STEP ON THE CARD, AND
003130* EVERY ACCEPTABLE RETURN CODE FOUR DIGITS. A BAD CARD IS
003140* REFUSED RC 8 - A STREAM RUN OFF A WRONG CARD IS WORSE THAN
003150* NONE.
003160*-----------------------------------------------------------------
003170 1100-LOAD-STEP-CARD.
003180     OPEN INPUT STEPCARD
003190     IF NOT FS-STEP-OK
003200         DISPLAY "PKJCTL01 NO STEP TABLE CARD (STATUS " FS-STEP
003210             ") - NOTHING RUN"
003220         MOVE 8 TO RETURN-CODE
003230         GO TO 1100-EXIT
003240     END-IF
003250     PERFORM 1110-READ-STEP THRU 1110-EXIT
003260     PERFORM UNTIL FS-STEP-EOF OR RETURN-CODE >= 8
003270         IF JSTP-STEP NOT = SPACES
003280             PERFORM 1120-ADD-STEP THRU 1120-EXIT
003290         END-IF
003300         PERFORM 1110-READ-STEP THRU 1110-EXIT
003310     END-PERFORM
003320     CLOSE STEPCARD
003330     IF RETURN-CODE >= 8
003340         GO TO 1100-EXIT
003350     END-IF
003360     IF WS-ST-COUNT = 0
003370         DISPLAY "PKJCTL01 STEP TABLE CARD IS EMPTY - NOTHING "
003380             "RUN"
003390         MOVE 8 TO RETURN-CODE
003400         GO TO 1100-EXIT
003410     END-IF
003420     PERFORM VARYING WS-ST-IX FROM 1 BY 1
003430             UNTIL WS-ST-IX > WS-ST-COUNT OR RETURN-CODE >= 8
003440         PERFORM 1130-CHECK-PREDS THRU 1130-EXIT
003450     END-PERFORM.
003460 1100-EXIT.
003470     EXIT.
003480*-----------------------------------------------------------------
003490* 1110-READ-STEP THRU 1110-EXIT.
003500*-----------------------------------------------------------------
003510 1110-READ-STEP.
003520     READ STEPCARD
003530         AT END
003540             MOVE 10 TO FS-STEP
003550     END-READ.
003560 1110-EXIT.
003570     EXIT.
003580*-----------------------------------------------------------------
003590* 1120-ADD-STEP THRU 1120-EXIT.
003600*-----------------------------------------------------------------
003610 1120-ADD-STEP.
003620     MOVE JSTP-STEP TO WS-LOOK-STEP
003630     PERFORM 1150-FIND-STEP THRU 1150-EXIT
003640     IF WS-ST-HIT > 0
003650         DISPLAY "PKJCTL01 STEP " JSTP-STEP " IS ON THE STEP "
003660             "TABLE CARD TWICE - NOTHING RUN"
003670         MOVE 8 TO RETURN-CODE
003680         GO TO 1120-EXIT
003690     END-IF
003700     IF WS-ST-COUNT >= 50
003710         DISPLAY "STEP CARD EXCEEDS WS-ST-TABLE CAPACITY OF 50"
003720         MOVE 99 TO RETURN-CODE
003730         GO TO 1120-EXIT
003740     END-IF
003750     PERFORM VARYING WS-RC-IX FROM 1 BY 1 UNTIL WS-RC-IX > 4
003760         IF JSTP-OK-RC-VALUE(WS-RC-IX) NOT = SPACES
003770                 AND JSTP-OK-RC-VALUE(WS-RC-IX) NOT NUMERIC
003780             DISPLAY "PKJCTL01 STEP " JSTP-STEP " ACCEPTABLE "
003790                 "RC '" JSTP-OK-RC-VALUE(WS-RC-IX)
003800                 "' IS NOT FOUR DIGITS - NOTHING RUN"
003810             MOVE 8 TO RETURN-CODE
003820         END-IF
003830     END-PERFORM
003840     IF RETURN-CODE >= 8
003850         GO TO 1120-EXIT
003860     END-IF
003870     ADD 1 TO WS-ST-COUNT
003880     MOVE JSTP-STEP         TO WS-ST-STEP(WS-ST-COUNT)
003890     MOVE JSTP-RERUN-SW     TO WS-ST-RERUN-SW(WS-ST-COUNT)
003900     MOVE JSTP-PRED-LIST    TO WS-ST-PRED-LIST(WS-ST-COUNT)
003910     MOVE JSTP-OK-RC-LIST   TO WS-ST-OK-RC-LIST(WS-ST-COUNT)
003920     MOVE SPACE             TO WS-ST-STATE(WS-ST-COUNT)
003930     MOVE 0                 TO WS-ST-RC(WS-ST-COUNT)
003940                               WS-ST-RUN-NUMBER(WS-ST-COUNT)
003950     MOVE SPACES            TO WS-ST-START-DATE(WS-ST-COUNT)
003960                               WS-ST-START-TIME(WS-ST-COUNT)
003970                               WS-ST-END-DATE(WS-ST-COUNT)
003980                               WS-ST-END-TIME(WS-ST-COUNT)
003990                               WS-ST-NOTE(WS-ST-COUNT)
004000                               WS-ST-ACTION(WS-ST-COUNT)
004010                               WS-ST-LOGGED(WS-ST-COUNT).
004020 1120-EXIT.
004030     EXIT.
004040*-----------------------------------------------------------------
004050* 1130-CHECK-PREDS THRU 1130-EXIT.
004060* EACH PREDECESSOR OF STEP WS-ST-IX MUST BE AN EARLIER STEP.
004070*-----------------------------------------------------------------
004080 1130-CHECK-PREDS.
004090     PERFORM VARYING WS-PRED-IX FROM 1 BY 1
004100             UNTIL WS-PRED-IX > 5 OR RETURN-CODE >= 8
004110         IF WS-ST-PRED-STEP(WS-ST-IX, WS-PRED-IX) NOT = SPACES
004120             MOVE WS-ST-PRED-STEP(WS-ST-IX, WS-PRED-IX)
004130                 TO WS-LOOK-STEP
004140             PERFORM 1150-FIND-STEP THRU 1150-EXIT
004150             IF WS-ST-HIT = 0 OR WS-ST-HIT >= WS-ST-IX
004160                 DISPLAY "PKJCTL01 STEP " WS-ST-STEP(WS-ST-IX)
004170                     " PREDECESSOR " WS-LOOK-STEP
004180                     " IS NOT AN EARLIER STEP ON THE CARD - "
004190                     "NOTHING RUN"
004200                 MOVE 8 TO RETURN-CODE
004210             END-IF
004220         END-IF
004230     END-PERFORM.
004240 1130-EXIT.
004250     EXIT.
004260*-----------------------------------------------------------------
004270* 1150-FIND-STEP THRU 1150-EXIT.
004280* WS-ST-HIT POINTS AT THE TABLE ENTRY FOR WS-LOOK-STEP, OR IS
004290* ZERO.
004300*-----------------------------------------------------------------
004310 1150-FIND-STEP.
004320     MOVE 0 TO WS-ST-HIT
004330     PERFORM VARYING WS-ST-IX2 FROM 1 BY 1
004340             UNTIL WS-ST-IX2 > WS-ST-COUNT OR WS-ST-HIT > 0
004350         IF WS-ST-STEP(WS-ST-IX2) = WS-LOOK-STEP
004360             MOVE WS-ST-IX2 TO WS-ST-HIT
004370         END-IF
004380     END-PERFORM.
004390 1150-EXIT.
004400     EXIT.
004410*-----------------------------------------------------------------
004420* 1200-FIND-RUN-NUMBER THRU 1200-EXIT.
004430* RE-READ AFTER EVERY STEP, SO THE LINES LOGGED AFTER THE DRIVER
004440* CARRY THE NUMBER IT ACTUALLY TOOK.
004450*-----------------------------------------------------------------
004460 1200-FIND-RUN-NUMBER.
004470     MOVE 0 TO WS-LAST-RUN
004480               WS-DATE-RUN
004490     OPEN INPUT REGISTRY
004500     IF NOT FS-REG-OK
004510         MOVE 1 TO WS-RUN-NUMBER
004520         GO TO 1200-EXIT
004530     END-IF
004540     PERFORM 1210-READ-REGISTRY THRU 1210-EXIT
004550     PERFORM UNTIL FS-REG-EOF
004560         MOVE RUNREG-RUN-NUMBER TO WS-LAST-RUN
004570         MOVE SPACES TO WS-REG-START
004580         STRING RUNREG-START-DATE RUNREG-START-TIME
004590             DELIMITED SIZE INTO WS-REG-START
004600         IF RUNREG-BUS-DATE = WS-BUS-DATE
004610                 AND WS-REG-START >= WS-STREAM-START
004620             MOVE RUNREG-RUN-NUMBER TO WS-DATE-RUN
004630         END-IF
004640         PERFORM 1210-READ-REGISTRY THRU 1210-EXIT
004650     END-PERFORM
004660     CLOSE REGISTRY
004670     IF WS-DATE-RUN > 0
004680         MOVE WS-DATE-RUN TO WS-RUN-NUMBER
004690     ELSE
004700         COMPUTE WS-RUN-NUMBER = WS-LAST-RUN + 1
004710     END-IF.
004720 1200-EXIT.
004730     EXIT.
004740*-----------------------------------------------------------------
004750* 1210-READ-REGISTRY THRU 1210-EXIT.
004760*-----------------------------------------------------------------
004770 1210-READ-REGISTRY.
004780     READ REGISTRY
004790         AT END
004800             MOVE 10 TO FS-REG
004810     END-READ.
004820 1210-EXIT.
004830     EXIT.
004840*-----------------------------------------------------------------
004850* 1300-LOAD-STEP-LOG THRU 1300-EXIT.
004860* THE LAST LINE FOR EACH STEP FOR THIS DATE AND CYCLE IS ITS
004870* STATE. THE EARLIEST START ON ANY OF THEM IS WHEN THE STREAM
004880* FIRST STARTED. NO LOG YET MEANS A FRESH NIGHT.
004890*-----------------------------------------------------------------
004900 1300-LOAD-STEP-LOG.
004910     OPEN INPUT STEPLOG
004920     IF NOT FS-JLOG-OK
004930         GO TO 1300-EXIT
004940     END-IF
004950     PERFORM 1310-READ-LOG THRU 1310-EXIT
004960     PERFORM UNTIL FS-JLOG-EOF
004970         IF JLOG-BUS-DATE = WS-BUS-DATE
004980                 AND JLOG-CYCLE = WS-CYCLE-SW
004990             PERFORM 1320-TAKE-LOG-LINE THRU 1320-EXIT
005000         END-IF
005010         PERFORM 1310-READ-LOG THRU 1310-EXIT
005020     END-PERFORM
005030     CLOSE STEPLOG.
005040 1300-EXIT.
005050     EXIT.
005060*-----------------------------------------------------------------
005070* 1310-READ-LOG THRU 1310-EXIT.
005080*-----------------------------------------------------------------
005090 1310-READ-LOG.
005100     READ STEPLOG
005110         AT END
005120             MOVE 10 TO FS-JLOG
005130     END-READ.
005140 1310-EXIT.
005150     EXIT.
005160*-----------------------------------------------------------------
005170* 1320-TAKE-LOG-LINE THRU 1320-EXIT.
005180* A STEP NO LONGER ON THE CARD IS IGNORED.
005190*-----------------------------------------------------------------
005200 1320-TAKE-LOG-LINE.
005210     IF JLOG-RUNNING
005220         MOVE SPACES TO WS-REG-START
005230         STRING JLOG-START-DATE JLOG-START-TIME
005240             DELIMITED SIZE INTO WS-REG-START
005250         IF WS-REG-START < WS-STREAM-START
005260             MOVE WS-REG-START TO WS-STREAM-START
005270         END-IF
005280     END-IF
005290     MOVE JLOG-STEP TO WS-LOOK-STEP
005300     PERFORM 1150-FIND-STEP THRU 1150-EXIT
005310     IF WS-ST-HIT = 0
005320         GO TO 1320-EXIT
005330     END-IF
005340     MOVE JLOG-STATE      TO WS-ST-STATE(WS-ST-HIT)
005350     MOVE JLOG-RC         TO WS-ST-RC(WS-ST-HIT)
005360     MOVE JLOG-RUN-NUMBER TO WS-ST-RUN-NUMBER(WS-ST-HIT)
005370     MOVE JLOG-START-DATE TO WS-ST-START-DATE(WS-ST-HIT)
005380     MOVE JLOG-START-TIME TO WS-ST-START-TIME(WS-ST-HIT)
005390     MOVE JLOG-END-DATE   TO WS-ST-END-DATE(WS-ST-HIT)
005400     MOVE JLOG-END-TIME   TO WS-ST-END-TIME(WS-ST-HIT)
005410     MOVE JLOG-NOTE       TO WS-ST-NOTE(WS-ST-HIT)
005420     IF JLOG-END-DATE = SPACES
005430         STRING JLOG-START-DATE JLOG-START-TIME(1:6)
005440             DELIMITED SIZE INTO WS-ST-LOGGED(WS-ST-HIT)
005450     ELSE
005460         STRING JLOG-END-DATE JLOG-END-TIME(1:6)
005470             DELIMITED SIZE INTO WS-ST-LOGGED(WS-ST-HIT)
005480     END-IF.
005490 1320-EXIT.
005500     EXIT.
005510*-----------------------------------------------------------------
005520* 1400-APPLY-RESTART-CARD THRU 1400-EXIT.
005530* ONLY A CARD FOR TONIGHT'S BUSINESS DATE IS ACTED ON, AND ONLY
005540* ONCE: WHEN ANY STEP FROM THE ONE NAMED ON HAS BEEN LOGGED AT OR
005550* AFTER THE CARD'S ISSUE TIME, THE CARD HAS ALREADY BEEN ACTED ON
005560* (BY A MARK, OR BY THE RERUN IT ASKED FOR) AND IS IGNORED. A CARD
005570* NAMING A STEP NOT ON THE STEP TABLE, OR CARRYING NO ISSUE TIME,
005580* IS REFUSED RC 8.
005590*-----------------------------------------------------------------
005600 1400-APPLY-RESTART-CARD.
005610     OPEN INPUT RSTCARD
005620     IF NOT FS-RST-OK
005630         GO TO 1400-EXIT
005640     END-IF
005650     READ RSTCARD
005660         AT END
005670             MOVE SPACES TO JRST-RECORD
005680     END-READ
005690     CLOSE RSTCARD
005700     IF JRST-BUS-DATE NOT = WS-BUS-DATE
005710         GO TO 1400-EXIT
005720     END-IF
005730     IF NOT JRST-MARK-DONE AND NOT JRST-RERUN-FROM
005740         GO TO 1400-EXIT
005750     END-IF
005760     MOVE JRST-STEP TO WS-LOOK-STEP
005770     PERFORM 1150-FIND-STEP THRU 1150-EXIT
005780     IF WS-ST-HIT = 0
005790         DISPLAY "PKJCTL01 RESTART CARD STEP " JRST-STEP
005800             " IS NOT ON THE STEP TABLE CARD - NOTHING RUN"
005810         MOVE 8 TO RETURN-CODE
005820         GO TO 1400-EXIT
005830     END-IF
005840     IF JRST-ISSUED-DATE NOT NUMERIC
005850             OR JRST-ISSUED-TIME NOT NUMERIC
005860         DISPLAY "PKJCTL01 RESTART CARD FOR " JRST-STEP
005870             " CARRIES NO ISSUE DATE AND TIME - NOTHING RUN"
005880         MOVE 8 TO RETURN-CODE
005890         GO TO 1400-EXIT
005900     END-IF
005910     STRING JRST-ISSUED-DATE JRST-ISSUED-TIME
005920         DELIMITED SIZE INTO WS-CARD-ISSUED
005930     MOVE 'N' TO WS-CARD-SPENT-SW
005940     PERFORM VARYING WS-ST-IX FROM WS-ST-HIT BY 1
005950             UNTIL WS-ST-IX > WS-ST-COUNT
005960         IF WS-ST-LOGGED(WS-ST-IX) NOT = SPACES
005970                 AND WS-ST-LOGGED(WS-ST-IX) >= WS-CARD-ISSUED
005980             SET WS-CARD-SPENT TO TRUE
005990         END-IF
006000     END-PERFORM
006010     IF WS-CARD-SPENT
006020         DISPLAY "PKJCTL01 RESTART CARD FOR " JRST-STEP
006030             " ISSUED " JRST-ISSUED-DATE "/" JRST-ISSUED-TIME
006040             " ALREADY ACTED ON - CARD IGNORED"
006050         GO TO 1400-EXIT
006060     END-IF
006070     IF JRST-MARK-DONE
006080         PERFORM 1410-MARK-DONE THRU 1410-EXIT
006090     ELSE
006100         PERFORM 1420-RERUN-FROM THRU 1420-EXIT
006110     END-IF.
006120 1400-EXIT.
006130     EXIT.
006140*-----------------------------------------------------------------
006150* 1410-MARK-DONE THRU 1410-EXIT.
006160* OPERATIONS VOUCHES FOR A STEP THAT NEVER CAME BACK OR FAILED.
006170* THE MARK IS LOGGED AT ONCE UNDER THE OPERATOR NAMED, SO IT
006180* STANDS WHATEVER HAPPENS TO THE REST OF THE PASS.
006190*-----------------------------------------------------------------
006200 1410-MARK-DONE.
006210     IF WS-ST-DONE(WS-ST-HIT)
006220         DISPLAY "PKJCTL01 RESTART CARD: " JRST-STEP
006230             " ALREADY COMPLETE - CARD IGNORED"
006240         GO TO 1410-EXIT
006250     END-IF
006260     IF JRST-BY = SPACES
006270         DISPLAY "PKJCTL01 RESTART CARD MARKS " JRST-STEP
006280             " DONE WITH NO OPERATOR NAMED - NOTHING RUN"
006290         MOVE 8 TO RETURN-CODE
006300         GO TO 1410-EXIT
006310     END-IF
006320     MOVE WS-ST-HIT TO WS-ST-IX
006330     MOVE 'M'         TO WS-ST-STATE(WS-ST-IX)
006340     MOVE WS-RUN-DATE TO WS-ST-END-DATE(WS-ST-IX)
006350     MOVE WS-RUN-TIME TO WS-ST-END-TIME(WS-ST-IX)
006360     MOVE JRST-BY     TO WS-ST-NOTE(WS-ST-IX)
006370     MOVE "MARKED DONE BY CARD" TO WS-ST-ACTION(WS-ST-IX)
006380     PERFORM 1200-FIND-RUN-NUMBER THRU 1200-EXIT
006390     PERFORM 2900-WRITE-LOG THRU 2900-EXIT
006400     DISPLAY "PKJCTL01 " JRST-STEP " MARKED COMPLETE BY "
006410         JRST-BY.
006420 1410-EXIT.
006430     EXIT.
006440*-----------------------------------------------------------------
006450* 1420-RERUN-FROM THRU 1420-EXIT.
006460* EVERY COMPLETE STEP FROM THE ONE NAMED ON IS SET TO RUN AGAIN,
006470* EXCEPT A STEP THE CARD MARKS UNSAFE TO RERUN.
006480*-----------------------------------------------------------------
006490 1420-RERUN-FROM.
006500     PERFORM VARYING WS-ST-IX FROM WS-ST-HIT BY 1
006510             UNTIL WS-ST-IX > WS-ST-COUNT
006520         IF WS-ST-DONE(WS-ST-IX)
006530             IF WS-ST-UNSAFE(WS-ST-IX)
006540                 MOVE "NOT REPEATED - UNSAFE"
006550                     TO WS-ST-ACTION(WS-ST-IX)
006560                 DISPLAY "PKJCTL01 " WS-ST-STEP(WS-ST-IX)
006570                     " IS UNSAFE TO RERUN - NOT REPEATED"
006580             ELSE
006590                 MOVE SPACE TO WS-ST-STATE(WS-ST-IX)
006600                 MOVE "RERUN BY CARD" TO WS-ST-ACTION(WS-ST-IX)
006610             END-IF
006620         END-IF
006630     END-PERFORM.
006640 1420-EXIT.
006650     EXIT.
006660*-----------------------------------------------------------------
006670* 1500-CHECK-UNFINISHED THRU 1500-EXIT.
006680* A STEP STILL RUNNING ON THE LOG WAS CALLED AND NEVER CAME BACK.
006690* ONE THAT IS SAFE TO RERUN SIMPLY RUNS AGAIN. ONE THAT IS NOT
006700* MAY HAVE DONE SOME OR ALL OF ITS WORK, SO THE STREAM IS HELD
006710* RC 8 UNTIL OPERATIONS CHECKS AND MARKS IT DONE OR RERUNS IT BY
006720* HAND.
006730*-----------------------------------------------------------------
006740 1500-CHECK-UNFINISHED.
006750     PERFORM VARYING WS-ST-IX FROM 1 BY 1
006760             UNTIL WS-ST-IX > WS-ST-COUNT
006770         IF WS-ST-RUNNING(WS-ST-IX)
006780             IF WS-ST-UNSAFE(WS-ST-IX)
006790                 DISPLAY "PKJCTL01 " WS-ST-STEP(WS-ST-IX)
006800                     " STARTED " WS-ST-START-DATE(WS-ST-IX)
006810                     "/" WS-ST-START-TIME(WS-ST-IX)
006820                     " AND NEVER ENDED, AND IS UNSAFE TO RERUN"
006830                 DISPLAY "PKJCTL01 CHECK WHAT IT DID, THEN MARK "
006840                     "IT DONE ON JOB-RESTART-CARD.TXT - NOTHING "
006850                     "RUN"
006860                 MOVE 8 TO RETURN-CODE
006870             ELSE
006880                 DISPLAY "PKJCTL01 " WS-ST-STEP(WS-ST-IX)
006890                     " NEVER ENDED LAST PASS - RUNNING IT AGAIN"
006900                 MOVE SPACE TO WS-ST-STATE(WS-ST-IX)
006910                 MOVE "RERUN - NEVER ENDED"
006920                     TO WS-ST-ACTION(WS-ST-IX)
006930             END-IF
006940         END-IF
006950     END-PERFORM.
006960 1500-EXIT.
006970     EXIT.
006980*-----------------------------------------------------------------
006990* 2000-RUN-STREAM THRU 2000-EXIT.
007000*-----------------------------------------------------------------
007010 2000-RUN-STREAM.
007020     PERFORM VARYING WS-ST-IX FROM 1 BY 1
007030             UNTIL WS-ST-IX > WS-ST-COUNT OR WS-STREAM-RC >= 99
007040         PERFORM 2100-RUN-STEP THRU 2100-EXIT
007050     END-PERFORM.
007060 2000-EXIT.
007070     EXIT.
007080*-----------------------------------------------------------------
007090* 2100-RUN-STEP THRU 2100-EXIT.
007100* A COMPLETE STEP IS PASSED OVER. A STEP WITH A PREDECESSOR NOT
007110* COMPLETE IS LOGGED BLOCKED. OTHERWISE IT IS LOGGED RUNNING,
007120* CALLED, AND LOGGED COMPLETE OR FAILED ON ITS RETURN CODE.
007130*-----------------------------------------------------------------
007140 2100-RUN-STEP.
007150     IF WS-ST-DONE(WS-ST-IX)
007160         IF WS-ST-ACTION(WS-ST-IX) = SPACES
007170             MOVE "ALREADY COMPLETE" TO WS-ST-ACTION(WS-ST-IX)
007180         END-IF
007190         ADD 1 TO WS-SKIP-CT
007200         GO TO 2100-EXIT
007210     END-IF
007220     MOVE SPACES TO WS-BLOCKER
007230     PERFORM VARYING WS-PRED-IX FROM 1 BY 1
007240             UNTIL WS-PRED-IX > 5 OR WS-BLOCKER NOT = SPACES
007250         IF WS-ST-PRED-STEP(WS-ST-IX, WS-PRED-IX) NOT = SPACES
007260             MOVE WS-ST-PRED-STEP(WS-ST-IX, WS-PRED-IX)
007270                 TO WS-LOOK-STEP
007280             PERFORM 1150-FIND-STEP THRU 1150-EXIT
007290             IF NOT WS-ST-DONE(WS-ST-HIT)
007300                 MOVE WS-LOOK-STEP TO WS-BLOCKER
007310             END-IF
007320         END-IF
007330     END-PERFORM
007340     IF WS-BLOCKER NOT = SPACES
007350         MOVE 'B'         TO WS-ST-STATE(WS-ST-IX)
007360         MOVE 0           TO WS-ST-RC(WS-ST-IX)
007370         MOVE SPACES      TO WS-ST-START-DATE(WS-ST-IX)
007380                             WS-ST-START-TIME(WS-ST-IX)
007390         MOVE WS-RUN-DATE TO WS-ST-END-DATE(WS-ST-IX)
007400         MOVE WS-RUN-TIME TO WS-ST-END-TIME(WS-ST-IX)
007410         MOVE WS-BLOCKER  TO WS-ST-NOTE(WS-ST-IX)
007420         MOVE "BLOCKED" TO WS-ST-ACTION(WS-ST-IX)
007430         PERFORM 2900-WRITE-LOG THRU 2900-EXIT
007440         DISPLAY "PKJCTL01 " WS-ST-STEP(WS-ST-IX)
007450             " BLOCKED - " WS-BLOCKER " NOT COMPLETE"
007460         ADD 1 TO WS-BLOCK-CT
007470         GO TO 2100-EXIT
007480     END-IF
007490     ACCEPT WS-ST-START-DATE(WS-ST-IX) FROM DATE YYYYMMDD
007500     ACCEPT WS-ST-START-TIME(WS-ST-IX) FROM TIME
007510     MOVE 'R'    TO WS-ST-STATE(WS-ST-IX)
007520     MOVE 0      TO WS-ST-RC(WS-ST-IX)
007530     MOVE SPACES TO WS-ST-END-DATE(WS-ST-IX)
007540                    WS-ST-END-TIME(WS-ST-IX)
007550                    WS-ST-NOTE(WS-ST-IX)
007560     PERFORM 2900-WRITE-LOG THRU 2900-EXIT
007570     IF WS-STREAM-RC >= 99
007580         GO TO 2100-EXIT
007590     END-IF
007600     DISPLAY "PKJCTL01 " WS-ST-STEP(WS-ST-IX) " STARTING"
007610     MOVE WS-ST-STEP(WS-ST-IX) TO WS-CALL-NAME
007620     MOVE 'N' TO WS-NO-PGM-SW
007630     MOVE 0 TO RETURN-CODE
007640     CALL WS-CALL-NAME
007650         ON EXCEPTION
007660             SET WS-NO-PGM TO TRUE
007670     END-CALL
007680     MOVE RETURN-CODE TO WS-STEP-RC
007690     CANCEL WS-CALL-NAME
007700     MOVE 0 TO RETURN-CODE
007710     ACCEPT WS-ST-END-DATE(WS-ST-IX) FROM DATE YYYYMMDD
007720     ACCEPT WS-ST-END-TIME(WS-ST-IX) FROM TIME
007730     IF WS-NO-PGM
007740         MOVE 99 TO WS-STEP-RC
007750         MOVE "NO PGM" TO WS-ST-NOTE(WS-ST-IX)
007760         DISPLAY "PKJCTL01 " WS-ST-STEP(WS-ST-IX)
007770             " COULD NOT BE CALLED"
007780     END-IF
007790     MOVE WS-STEP-RC TO WS-ST-RC(WS-ST-IX)
007800     PERFORM 2200-CHECK-RC THRU 2200-EXIT
007810     ADD 1 TO WS-RAN-CT
007820     IF WS-RC-ACCEPTED AND NOT WS-NO-PGM
007830         MOVE 'C' TO WS-ST-STATE(WS-ST-IX)
007840         IF WS-ST-ACTION(WS-ST-IX) = SPACES
007850             MOVE "RUN" TO WS-ST-ACTION(WS-ST-IX)
007860         END-IF
007870         DISPLAY "PKJCTL01 " WS-ST-STEP(WS-ST-IX) " RC="
007880             WS-STEP-RC " COMPLETE"
007890     ELSE
007900         MOVE 'F' TO WS-ST-STATE(WS-ST-IX)
007910         MOVE "RUN - FAILED" TO WS-ST-ACTION(WS-ST-IX)
007920         DISPLAY "PKJCTL01 " WS-ST-STEP(WS-ST-IX) " RC="
007930             WS-STEP-RC " FAILED"
007940         ADD 1 TO WS-FAIL-CT
007950     END-IF
007960     PERFORM 1200-FIND-RUN-NUMBER THRU 1200-EXIT
007970     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
007980 2100-EXIT.
007990     EXIT.
008000*-----------------------------------------------------------------
008010* 2200-CHECK-RC THRU 2200-EXIT.
008020* A STEP WITH NO ACCEPTABLE CODES ON THE CARD ACCEPTS ONLY ZERO.
008030*-----------------------------------------------------------------
008040 2200-CHECK-RC.
008050     MOVE 'N' TO WS-OK-SW
008060     MOVE 'N' TO WS-RC-LISTED-SW
008070     PERFORM VARYING WS-RC-IX FROM 1 BY 1 UNTIL WS-RC-IX > 4
008080         IF WS-ST-OK-RC-VALUE(WS-ST-IX, WS-RC-IX) NOT = SPACES
008090             SET WS-RC-LISTED TO TRUE
008100             IF WS-ST-OK-RC-VALUE(WS-ST-IX, WS-RC-IX)
008110                     = WS-STEP-RC-X
008120                 SET WS-RC-ACCEPTED TO TRUE
008130             END-IF
008140         END-IF
008150     END-PERFORM
008160     IF NOT WS-RC-LISTED AND WS-STEP-RC = 0
008170         SET WS-RC-ACCEPTED TO TRUE
008180     END-IF.
008190 2200-EXIT.
008200     EXIT.
008210*-----------------------------------------------------------------
008220* 2900-WRITE-LOG THRU 2900-EXIT.
008230* APPENDS STEP WS-ST-IX'S STATE, OPENING AND CLOSING THE LOG FOR
008240* EACH LINE SO THE LINE IS ON DISK BEFORE THE STEP IS CALLED - A
008250* STEP THAT NEVER COMES BACK STILL LEAVES ITS RUNNING LINE. A LOG
008260* THAT CANNOT BE WRITTEN STOPS THE STREAM RC 99 - A STEP RUN
008270* UNRECORDED COULD BE REPEATED ON THE RESTART.
008280*-----------------------------------------------------------------
008290 2900-WRITE-LOG.
008300     OPEN EXTEND STEPLOG
008310     IF FS-JLOG = 35
008320         OPEN OUTPUT STEPLOG
008330     END-IF
008340     IF NOT FS-JLOG-OK
008350         DISPLAY "OPEN STEPLOG"
008360         DISPLAY FS-JLOG
008370         MOVE 99 TO WS-STREAM-RC
008380         GO TO 2900-EXIT
008390     END-IF
008400     MOVE WS-RUN-NUMBER TO WS-ST-RUN-NUMBER(WS-ST-IX)
008410     MOVE WS-BUS-DATE                TO JLOG-BUS-DATE
008420     MOVE WS-CYCLE-SW                TO JLOG-CYCLE
008430     MOVE WS-RUN-NUMBER              TO JLOG-RUN-NUMBER
008440     MOVE WS-ST-STEP(WS-ST-IX)       TO JLOG-STEP
008450     MOVE WS-ST-STATE(WS-ST-IX)      TO JLOG-STATE
008460     MOVE WS-ST-RC(WS-ST-IX)         TO JLOG-RC
008470     MOVE WS-ST-START-DATE(WS-ST-IX) TO JLOG-START-DATE
008480     MOVE WS-ST-START-TIME(WS-ST-IX) TO JLOG-START-TIME
008490     MOVE WS-ST-END-DATE(WS-ST-IX)   TO JLOG-END-DATE
008500     MOVE WS-ST-END-TIME(WS-ST-IX)   TO JLOG-END-TIME
008510     MOVE WS-ST-NOTE(WS-ST-IX)       TO JLOG-NOTE
008520     WRITE JLOG-RECORD
008530     IF NOT FS-JLOG-OK
008540         DISPLAY "WRITE STEPLOG"
008550         DISPLAY FS-JLOG
008560         MOVE 99 TO WS-STREAM-RC
008570     END-IF
008580     CLOSE STEPLOG.
008590 2900-EXIT.
008600     EXIT.
008610*-----------------------------------------------------------------
008620* 3000-PRINT-STEP-LOG THRU 3000-EXIT.
008630* EVERY STEP ON THE CARD IN CARD ORDER, WITH ITS STATE FOR THE
008640* DATE AND CYCLE AND WHAT THIS PASS DID WITH IT.
008650*-----------------------------------------------------------------
008660 3000-PRINT-STEP-LOG.
008670     OPEN OUTPUT RPTFILE
008680     IF NOT FS-RPT-OK
008690         DISPLAY "OPEN RPTFILE"
008700         DISPLAY FS-RPT
008710         IF FS-RPT > WS-STREAM-RC
008720             MOVE FS-RPT TO WS-STREAM-RC
008730         END-IF
008740         GO TO 3000-EXIT
008750     END-IF
008760     PERFORM VARYING WS-ST-IX FROM 1 BY 1
008770             UNTIL WS-ST-IX > WS-ST-COUNT
008780         PERFORM 3100-PRINT-STEP THRU 3100-EXIT
008790     END-PERFORM
008800     MOVE SPACES TO WS-PRINT-LINE
008810     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
008820     STRING "STEPS RUN " WS-RAN-CT "  ALREADY COMPLETE "
008830         WS-SKIP-CT "  FAILED " WS-FAIL-CT "  BLOCKED "
008840         WS-BLOCK-CT DELIMITED SIZE INTO WS-PRINT-LINE
008850     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
008860     MOVE SPACES TO WS-PRINT-LINE
008870     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
008880     MOVE "END OF REPORT" TO WS-PRINT-LINE
008890     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
008900     CLOSE RPTFILE.
008910 3000-EXIT.
008920     EXIT.
008930*-----------------------------------------------------------------
008940* 3100-PRINT-STEP THRU 3100-EXIT.
008950*-----------------------------------------------------------------
008960 3100-PRINT-STEP.
008970     MOVE WS-ST-STEP(WS-ST-IX) TO RPT-STEP
008980     EVALUATE WS-ST-STATE(WS-ST-IX)
008990         WHEN 'R'
009000             MOVE "RUNNING"  TO RPT-STATE
009010         WHEN 'C'
009020             MOVE "COMPLETE" TO RPT-STATE
009030         WHEN 'F'
009040             MOVE "FAILED"   TO RPT-STATE
009050         WHEN 'B'
009060             MOVE "BLOCKED"  TO RPT-STATE
009070         WHEN 'M'
009080             MOVE "MARKED"   TO RPT-STATE
009090         WHEN OTHER
009100             MOVE "NOT RUN"  TO RPT-STATE
009110     END-EVALUATE
009120     IF WS-ST-START-DATE(WS-ST-IX) = SPACES
009130         MOVE SPACES TO RPT-RC
009140     ELSE
009150         MOVE WS-ST-RC(WS-ST-IX) TO WS-STEP-RC
009160         MOVE WS-STEP-RC-X TO RPT-RC
009170     END-IF
009180     MOVE WS-ST-RUN-NUMBER(WS-ST-IX) TO RPT-RUN
009190     MOVE WS-ST-START-DATE(WS-ST-IX) TO RPT-START-DATE
009200     MOVE WS-ST-START-TIME(WS-ST-IX) TO RPT-START-TIME
009210     MOVE WS-ST-END-DATE(WS-ST-IX)   TO RPT-END-DATE
009220     MOVE WS-ST-END-TIME(WS-ST-IX)   TO RPT-END-TIME
009230     MOVE WS-ST-NOTE(WS-ST-IX)       TO RPT-NOTE
009240     MOVE WS-ST-ACTION(WS-ST-IX)     TO RPT-ACTION
009250     IF WS-ST-ACTION(WS-ST-IX) = SPACES
009260         MOVE "NOT RUN" TO RPT-ACTION
009270     END-IF
009280     MOVE WS-DETAIL TO WS-PRINT-LINE
009290     PERFORM 9500-WRITE-LINE THRU 9500-EXIT.
009300 3100-EXIT.
009310     EXIT.
009320*-----------------------------------------------------------------
009330* 9500-WRITE-LINE THRU 9500-EXIT.
009340* WRITES ONE REPORT LINE, BREAKING TO A FRESH PAGE HEADING WHEN
009350* THE CURRENT PAGE IS FULL.
009360*-----------------------------------------------------------------
009370 9500-WRITE-LINE.
009380     IF WS-LINE-CT > WS-PAGE-SIZE
009390         PERFORM 9600-PAGE-HEADING THRU 9600-EXIT
009400     END-IF
009410     WRITE RPT-LINE FROM WS-PRINT-LINE
009420     IF NOT FS-RPT-OK
009430         DISPLAY "WRITE RPTFILE"
009440         DISPLAY FS-RPT
009450         IF FS-RPT > WS-STREAM-RC
009460             MOVE FS-RPT TO WS-STREAM-RC
009470         END-IF
009480     END-IF
009490     ADD 1 TO WS-LINE-CT.
009500 9500-EXIT.
009510     EXIT.
009520*-----------------------------------------------------------------
009530* 9600-PAGE-HEADING THRU 9600-EXIT.
009540*-----------------------------------------------------------------
009550 9600-PAGE-HEADING.
009560     ADD 1 TO WS-PAGE-CT
009570     MOVE WS-PAGE-CT TO HD1-PAGE
009580     WRITE RPT-LINE FROM WS-HEAD1
009590     MOVE WS-RUN-DATE   TO HD2-DATE
009600     MOVE WS-RUN-TIME   TO HD2-TIME
009610     MOVE WS-BUS-DATE   TO HD2-BUS-DATE
009620     IF WS-CYCLE-SW = 'S'
009630         MOVE "SUPP" TO HD2-CYCLE
009640     ELSE
009650         MOVE "MAIN" TO HD2-CYCLE
009660     END-IF
009670     MOVE WS-RUN-NUMBER TO HD2-RUN
009680     WRITE RPT-LINE FROM WS-HEAD2
009690     MOVE SPACES TO RPT-LINE
009700     WRITE RPT-LINE
009710     WRITE RPT-LINE FROM WS-COL-HEAD
009720     MOVE 4 TO WS-LINE-CT.
009730 9600-EXIT.
009740     EXIT.
009750 END PROGRAM PKJCTL01.
