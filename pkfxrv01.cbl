000010******************************************************************
000020* AUTHOR.     R. OKAFOR.
000030* INSTALLATION. LEDGER SYSTEMS GROUP.
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    DAILY FX REVALUATION REPORT FOR FINANCE. FOR EVERY
000070*             ACCOUNT WHOSE BALANCE-HISTORY.DAT ROW FOR THE
000080*             BUSINESS DATE IS HELD IN A CURRENCY OTHER THAN THE
000090*             BASE, SPLITS THE DAY-OVER-DAY MOVEMENT IN
000100*             HIST-VALUE AGAINST THE ACCOUNT'S PRIOR ROW INTO THE
000110*             FX REVALUATION EFFECT - THE PRIOR HIST-ORIG-VALUE
000120*             TIMES THE CHANGE IN RATE-TABLE.TXT'S RATE BETWEEN
000130*             THE TWO DATES - AND THE UNDERLYING BALANCE CHANGE,
000140*             WHICH IS THE REST. PRINTS ONE LINE PER ACCOUNT TO
000150*             FX-REVALUATION-REPORT.TXT, THEN SUBTOTALS BY
000160*             CURRENCY AND BY BRANCH (FROM THE ACCOUNT MASTER)
000170*             AND A BASE-CURRENCY GRAND TOTAL. A CURRENCY WHOSE
000180*             RATE IS THE SAME AS ON THE PRIOR BUSINESS DAY
000190*             (WEEKENDS AND CALENDAR.TXT HOLIDAYS SKIPPED, THE
000200*             SAME RULE AS PKDRV01) IS FLAGGED, SINCE THAT
000210*             USUALLY MEANS THE DESK NEVER LOADED THE NEW RATE.
000220*             RUN AFTER PKHIST01. ENDS RC 4 WHEN ANY RATE IS
000230*             FLAGGED OR MISSING.
000240* TECTONICS.  cobc -std=ibm.
000250*-----------------------------------------------------------------
000260* MODIFICATION HISTORY.
000270*   2026-10-15 RO  INITIAL VERSION.
000272*   2026-10-15 RO  STOP RUN REPLACED WITH GOBACK SO THE
000274*                  PKJCTL01 JOB STREAM CONTROLLER CAN CALL THIS
000276*                  PROGRAM AS A STEP AND RECORD ITS RETURN-CODE.
000278*                  A STAND-ALONE INVOCATION BEHAVES AS BEFORE.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PKFXRV01.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT HISTFILE ASSIGN "balance-history.dat"
000350         ORGANIZATION INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS HIST-KEY
000380         FILE STATUS IS FS-HIST.
000390     SELECT ACCTMAST ASSIGN "account-master.dat"
000400         ORGANIZATION INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS ACCT-NUMBER
000430         FILE STATUS IS FS-ACCT.
000440     SELECT RATEF ASSIGN "rate-table.txt"
000450         ORGANIZATION SEQUENTIAL
000460         ACCESS MODE IS SEQUENTIAL
000470         FILE STATUS IS FS-RATE.
000480     SELECT BUSDCARD ASSIGN "busdate-card.txt"
000490         ORGANIZATION SEQUENTIAL
000500         ACCESS MODE IS SEQUENTIAL
000510         FILE STATUS IS FS-BUSD.
000520     SELECT CALFILE ASSIGN "calendar.txt"
000530         ORGANIZATION SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS FS-CAL.
000560     SELECT RPTFILE ASSIGN "fx-revaluation-report.txt"
000570         ORGANIZATION SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS FS-RPT.
000600 DATA DIVISION.
000610 FILE SECTION.
000620*-----------------------------------------------------------------
000630* BALANCE HISTORY - READ END TO END IN ACCOUNT/DATE ORDER.
000640*-----------------------------------------------------------------
000650 FD  HISTFILE.
000660     COPY HISTREC.
000670 FD  ACCTMAST.
000680     COPY ACCTREC.
000690*-----------------------------------------------------------------
000700* DAILY RATE TABLE - ONE MULTIPLIER PER CURRENCY AND DATE.
000710*-----------------------------------------------------------------
000720 FD  RATEF
000730     RECORDING MODE IS F.
000740     COPY RATEREC.
000750*-----------------------------------------------------------------
000760* CURRENT-BUSINESS-DATE CONTROL CARD AND HOLIDAY CALENDAR.
000770*-----------------------------------------------------------------
000780 FD  BUSDCARD
000790     RECORDING MODE IS F.
000800     COPY BUSDREC.
000810 FD  CALFILE
000820     RECORDING MODE IS F.
000830     COPY CALREC.
000840 FD  RPTFILE
000850     RECORDING MODE IS F.
000860 01  RPT-LINE            PIC X(132).
000870 WORKING-STORAGE SECTION.
000880 01  FS-HIST          PIC 9(02).
000890     88  FS-HIST-OK               VALUE 00.
000900     88  FS-HIST-EOF              VALUE 10.
000910 01  FS-ACCT          PIC 9(02).
000920     88  FS-ACCT-OK               VALUE 00.
000930 01  FS-RATE          PIC 9(02).
000940     88  FS-RATE-OK               VALUE 00.
000950     88  FS-RATE-EOF              VALUE 10.
000960 01  FS-BUSD          PIC 9(02).
000970     88  FS-BUSD-OK               VALUE 00.
000980 01  FS-CAL           PIC 9(02).
000990     88  FS-CAL-OK                VALUE 00.
001000     88  FS-CAL-EOF               VALUE 10.
001010 01  FS-RPT           PIC 9(02).
001020     88  FS-RPT-OK                VALUE 00.
001030 01  WS-RUN-DATE      PIC X(08).
001040 01  WS-RUN-TIME      PIC X(08).
001050 01  WS-BASE-CURRENCY PIC X(03) VALUE "USD".
001060 01  WS-MASTER-SW     PIC X(01) VALUE 'N'.
001070     88  WS-MASTER-AVAILABLE      VALUE 'Y'.
001080*-----------------------------------------------------------------
001090* THE BUSINESS DATE REPORTED AND THE PRIOR BUSINESS DAY. THE DAY
001100* OF WEEK COMES FROM INTEGER-OF-DATE MODULO 7 - DAY 1 WAS A
001110* MONDAY, SO REMAINDER 6 IS SATURDAY AND 0 SUNDAY.
001120*-----------------------------------------------------------------
001130 01  WS-BUS-DATE      PIC X(08) VALUE SPACES.
001140 01  WS-BUS-DATE-N REDEFINES WS-BUS-DATE PIC 9(08).
001150 01  WS-PRIOR-BUS-DATE PIC X(08) VALUE SPACES.
001160 01  WS-PRIOR-BUS-DATE-N REDEFINES WS-PRIOR-BUS-DATE
001170                      PIC 9(08).
001180 01  WS-DAY-INT       PIC 9(08).
001190 01  WS-DAY-REM       PIC 9(01).
001200 01  WS-NON-BUS-SW    PIC X(01) VALUE 'N'.
001210     88  WS-NON-BUS-DAY           VALUE 'Y'.
001220 01  WS-CAL-COUNT     PIC 9(03) VALUE 0.
001230 01  WS-CAL-TABLE.
001240     05  WS-CAL-HOLIDAY OCCURS 200 TIMES PIC X(08).
001250 01  WS-CAL-IX        PIC 9(03).
001260*-----------------------------------------------------------------
001270* RATE TABLE LOADED FROM RATE-TABLE.TXT. THE BASE CURRENCY NEEDS
001280* NO ROW.
001290*-----------------------------------------------------------------
001300 01  WS-RT-COUNT      PIC 9(04) VALUE 0.
001310 01  WS-RT-TABLE.
001320     05  WS-RT-ENTRY OCCURS 1000 TIMES.
001330         10  WS-RT-CURRENCY   PIC X(03).
001340         10  WS-RT-DATE       PIC X(08).
001350         10  WS-RT-RATE       PIC 9(03)V9(06).
001360 01  WS-RT-IX         PIC 9(04).
001370 01  WS-RT-HIT        PIC 9(04).
001380 01  WS-LOOK-CURRENCY PIC X(03).
001390 01  WS-LOOK-DATE     PIC X(08).
001400*-----------------------------------------------------------------
001410* THE PREVIOUS HISTORY ROW READ - THE PRIOR BALANCE WHEN IT IS
001420* FOR THE SAME ACCOUNT.
001430*-----------------------------------------------------------------
001440 01  WS-PREV-ACCOUNT  PIC X(10) VALUE SPACES.
001450 01  WS-PREV-EFF-DATE PIC X(08).
001460 01  WS-PREV-VALUE    PIC S9(18).
001470 01  WS-PREV-CURRENCY PIC X(03).
001480 01  WS-PREV-ORIG     PIC S9(18).
001490*-----------------------------------------------------------------
001500* THE ACCOUNT IN HAND.
001510*-----------------------------------------------------------------
001520 01  WS-CUR-BRANCH    PIC X(04).
001530 01  WS-RATE-TODAY    PIC 9(03)V9(06).
001540 01  WS-RATE-PRIOR    PIC 9(03)V9(06).
001550 01  WS-MOVEMENT      PIC S9(18).
001560 01  WS-FX-EFFECT     PIC S9(18).
001570 01  WS-UNDERLYING    PIC S9(18).
001580 01  WS-NOTE          PIC X(08).
001590 01  WS-ACCT-CT       PIC 9(07) VALUE 0.
001600 01  WS-NO-RATE-CT    PIC 9(07) VALUE 0.
001610 01  WS-STALE-CT      PIC 9(03) VALUE 0.
001620 01  WS-TOT-MOVEMENT  PIC S9(18) VALUE 0.
001630 01  WS-TOT-FX        PIC S9(18) VALUE 0.
001640 01  WS-TOT-UNDERLYING PIC S9(18) VALUE 0.
001650*-----------------------------------------------------------------
001660* SUBTOTALS BY CURRENCY AND BY BRANCH.
001670*-----------------------------------------------------------------
001680 01  WS-CY-COUNT      PIC 9(03) VALUE 0.
001690 01  WS-CY-TABLE.
001700     05  WS-CY-ENTRY OCCURS 100 TIMES.
001710         10  WS-CY-CURRENCY   PIC X(03).
001720         10  WS-CY-ACCT-CT    PIC 9(07).
001730         10  WS-CY-MOVEMENT   PIC S9(18).
001740         10  WS-CY-FX         PIC S9(18).
001750         10  WS-CY-UNDERLYING PIC S9(18).
001760 01  WS-CY-IX         PIC 9(03).
001770 01  WS-CY-HIT        PIC 9(03).
001780 01  WS-BT-COUNT      PIC 9(03) VALUE 0.
001790 01  WS-BT-TABLE.
001800     05  WS-BT-ENTRY OCCURS 100 TIMES.
001810         10  WS-BT-BRANCH     PIC X(04).
001820         10  WS-BT-ACCT-CT    PIC 9(07).
001830         10  WS-BT-MOVEMENT   PIC S9(18).
001840         10  WS-BT-FX         PIC S9(18).
001850         10  WS-BT-UNDERLYING PIC S9(18).
001860 01  WS-BT-IX         PIC 9(03).
001870 01  WS-BT-HIT        PIC 9(03).
001880*-----------------------------------------------------------------
001890* PRINT CONTROL AND LINE LAYOUTS.
001900*-----------------------------------------------------------------
001910 01  WS-LINE-CT       PIC 9(02) VALUE 99.
001920 01  WS-PAGE-CT       PIC 9(03) VALUE 0.
001930 01  WS-PAGE-SIZE     PIC 9(02) VALUE 55.
001940 01  WS-PRINT-LINE    PIC X(132).
001950 01  WS-HEAD1.
001960     05  FILLER           PIC X(10) VALUE "PKFXRV01".
001970     05  FILLER           PIC X(42)
001980         VALUE "DAILY FX REVALUATION".
001990     05  FILLER           PIC X(05) VALUE "PAGE ".
002000     05  HD1-PAGE         PIC ZZ9.
002010 01  WS-HEAD2.
002020     05  FILLER           PIC X(09) VALUE "RUN DATE ".
002030     05  HD2-DATE         PIC X(08).
002040     05  FILLER           PIC X(07) VALUE "  TIME ".
002050     05  HD2-TIME         PIC X(08).
002060     05  FILLER           PIC X(17) VALUE "  BUSINESS DATE ".
002070     05  HD2-BUS-DATE     PIC X(08).
002080     05  FILLER           PIC X(22)
002090         VALUE "  PRIOR BUSINESS DAY ".
002100     05  HD2-PRIOR-DATE   PIC X(08).
002110     05  FILLER           PIC X(17) VALUE "  BASE CURRENCY ".
002120     05  HD2-BASE         PIC X(03).
002130 01  WS-COL-HEAD.
002140     05  FILLER           PIC X(11) VALUE "ACCOUNT".
002150     05  FILLER           PIC X(05) VALUE "BRCH".
002160     05  FILLER           PIC X(04) VALUE "CCY".
002170     05  FILLER           PIC X(20)
002180         VALUE "   PRIOR ORIG AMOUNT".
002190     05  FILLER           PIC X(11) VALUE " PRIOR RATE".
002200     05  FILLER           PIC X(11) VALUE " TODAY RATE".
002210     05  FILLER           PIC X(20)
002220         VALUE "    TOTAL MOVEMENT".
002230     05  FILLER           PIC X(20)
002240         VALUE "         FX EFFECT".
002250     05  FILLER           PIC X(20)
002260         VALUE "        UNDERLYING".
002270     05  FILLER           PIC X(08) VALUE "NOTE".
002280 01  WS-DETAIL-LINE.
002290     05  RPT-ACCOUNT      PIC X(10).
002300     05  FILLER           PIC X(01) VALUE SPACES.
002310     05  RPT-BRANCH       PIC X(04).
002320     05  FILLER           PIC X(01) VALUE SPACES.
002330     05  RPT-CURRENCY     PIC X(03).
002340     05  FILLER           PIC X(01) VALUE SPACES.
002350     05  RPT-PRIOR-ORIG   PIC -9(18).
002360     05  FILLER           PIC X(01) VALUE SPACES.
002370     05  RPT-RATE-PRIOR   PIC ZZ9.999999.
002380     05  FILLER           PIC X(01) VALUE SPACES.
002390     05  RPT-RATE-TODAY   PIC ZZ9.999999.
002400     05  FILLER           PIC X(01) VALUE SPACES.
002410     05  RPT-MOVEMENT     PIC -9(18).
002420     05  FILLER           PIC X(01) VALUE SPACES.
002430     05  RPT-FX-EFFECT    PIC -9(18).
002440     05  FILLER           PIC X(01) VALUE SPACES.
002450     05  RPT-UNDERLYING   PIC -9(18).
002460     05  FILLER           PIC X(01) VALUE SPACES.
002470     05  RPT-NOTE         PIC X(08).
002480 01  WS-SUB-HEAD.
002490     05  FILLER           PIC X(20) VALUE SPACES.
002500     05  FILLER           PIC X(08) VALUE "ACCOUNTS".
002510     05  FILLER           PIC X(20)
002520         VALUE "    TOTAL MOVEMENT".
002530     05  FILLER           PIC X(20)
002540         VALUE "         FX EFFECT".
002550     05  FILLER           PIC X(20)
002560         VALUE "        UNDERLYING".
002570 01  WS-SUB-LINE.
002580     05  RPT-SUB-LABEL    PIC X(20).
002590     05  RPT-SUB-CT       PIC Z(06)9.
002600     05  FILLER           PIC X(01) VALUE SPACES.
002610     05  RPT-SUB-MOVEMENT PIC -9(18).
002620     05  FILLER           PIC X(01) VALUE SPACES.
002630     05  RPT-SUB-FX       PIC -9(18).
002640     05  FILLER           PIC X(01) VALUE SPACES.
002650     05  RPT-SUB-UNDERLYING PIC -9(18).
002660     05  FILLER           PIC X(02) VALUE SPACES.
002670     05  RPT-SUB-NOTE     PIC X(40).
002680 01  WS-RATE-NOTE.
002690     05  FILLER           PIC X(06) VALUE "RATES ".
002700     05  RPT-NOTE-PRIOR   PIC ZZ9.999999.
002710     05  FILLER           PIC X(04) VALUE " TO ".
002720     05  RPT-NOTE-TODAY   PIC ZZ9.999999.
002730     05  RPT-NOTE-FLAG    PIC X(10).
002740*
002750 PROCEDURE DIVISION.
002760*-----------------------------------------------------------------
002770* 0000-MAINLINE.
002780* ONE PASS OVER BALANCE HISTORY IN KEY ORDER; EACH ACCOUNT'S ROW
002790* FOR THE BUSINESS DATE FOLLOWS ITS PRIOR ROW DIRECTLY.
002800*-----------------------------------------------------------------
002810 0000-MAINLINE.
002820     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002830     ACCEPT WS-RUN-TIME FROM TIME
002840     PERFORM 1060-LOAD-BUSDATE THRU 1060-EXIT
002850     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
002860     IF RETURN-CODE NOT = 0
002870         GO TO 0000-WRAP-UP
002880     END-IF
002890     PERFORM 1200-PRIOR-BUS-DAY THRU 1200-EXIT
002900     PERFORM 1300-LOAD-RATES THRU 1300-EXIT
002910     IF RETURN-CODE NOT = 0
002920         GO TO 0000-WRAP-UP
002930     END-IF
002940     OPEN INPUT HISTFILE
002950     IF NOT FS-HIST-OK
002960         DISPLAY "OPEN HISTFILE"
002970         DISPLAY FS-HIST
002980         MOVE FS-HIST TO RETURN-CODE
002990         GO TO 0000-WRAP-UP
003000     END-IF
003010     OPEN OUTPUT RPTFILE
003020     IF NOT FS-RPT-OK
003030         DISPLAY "OPEN RPTFILE"
003040         DISPLAY FS-RPT
003050         MOVE FS-RPT TO RETURN-CODE
003060         CLOSE HISTFILE
003070         GO TO 0000-WRAP-UP
003080     END-IF
003090     OPEN INPUT ACCTMAST
003100     IF FS-ACCT-OK
003110         SET WS-MASTER-AVAILABLE TO TRUE
003120     ELSE
003130         DISPLAY "PKFXRV01 NO ACCOUNT MASTER (STATUS " FS-ACCT
003140             ") - BRANCH SUBTOTALS WILL BE BLANK"
003150     END-IF
003160     PERFORM 1010-READ-HIST THRU 1010-EXIT
003170     PERFORM UNTIL FS-HIST-EOF OR RETURN-CODE NOT = 0
003180         IF HIST-EFF-DATE = WS-BUS-DATE
003190                 AND HIST-CURRENCY NOT = WS-BASE-CURRENCY
003200             PERFORM 2000-REVALUE-ACCOUNT THRU 2000-EXIT
003210         END-IF
003220         MOVE HIST-ACCOUNT    TO WS-PREV-ACCOUNT
003230         MOVE HIST-EFF-DATE   TO WS-PREV-EFF-DATE
003240         MOVE HIST-VALUE      TO WS-PREV-VALUE
003250         MOVE HIST-CURRENCY   TO WS-PREV-CURRENCY
003260         MOVE HIST-ORIG-VALUE TO WS-PREV-ORIG
003270         PERFORM 1010-READ-HIST THRU 1010-EXIT
003280     END-PERFORM
003290     IF RETURN-CODE = 0
003300         PERFORM 3000-PRINT-CURRENCIES THRU 3000-EXIT
003310         PERFORM 3100-PRINT-BRANCHES THRU 3100-EXIT
003320         PERFORM 3200-PRINT-TOTALS THRU 3200-EXIT
003330     END-IF
003340     IF WS-MASTER-AVAILABLE
003350         CLOSE ACCTMAST
003360     END-IF
003370     CLOSE RPTFILE
003380     CLOSE HISTFILE
003390     DISPLAY "PKFXRV01 ACCOUNTS REVALUED:   " WS-ACCT-CT
003400     DISPLAY "PKFXRV01 MISSING RATES:       " WS-NO-RATE-CT
003410     DISPLAY "PKFXRV01 UNCHANGED RATES:     " WS-STALE-CT
003420     IF RETURN-CODE = 0
003430         AND (WS-NO-RATE-CT > 0 OR WS-STALE-CT > 0)
003440         DISPLAY "PKFXRV01 *** CHECK THE RATE TABLE - SEE "
003450             "fx-revaluation-report.txt ***"
003460         MOVE 4 TO RETURN-CODE
003470     END-IF.
003480 0000-WRAP-UP.
003490     GOBACK.
003500*-----------------------------------------------------------------
003510* 1010-READ-HIST THRU 1010-EXIT.
003520*-----------------------------------------------------------------
003530 1010-READ-HIST.
003540     READ HISTFILE NEXT RECORD
003550         AT END
003560             MOVE 10 TO FS-HIST
003570     END-READ.
003580 1010-EXIT.
003590     EXIT.
003600*-----------------------------------------------------------------
003610* 1060-LOAD-BUSDATE THRU 1060-EXIT.
003620* THE REPORT IS FOR THE CARD'S BUSINESS DATE. NO CARD MEANS THE
003630* RUN DATE - SAID OUT LOUD, SINCE A MORNING RUN THEN REPORTS A
003640* DAY NO FEED WAS BUILT FOR.
003650*-----------------------------------------------------------------
003660 1060-LOAD-BUSDATE.
003670     MOVE WS-RUN-DATE TO WS-BUS-DATE
003680     OPEN INPUT BUSDCARD
003690     IF NOT FS-BUSD-OK
003700         DISPLAY "PKFXRV01 NO BUSDATE CARD (STATUS " FS-BUSD
003710             ") - REPORTING THE RUN DATE"
003720         GO TO 1060-EXIT
003730     END-IF
003740     READ BUSDCARD
003750         AT END
003760             DISPLAY "PKFXRV01 BUSDATE CARD EMPTY - REPORTING "
003770                 "THE RUN DATE"
003780         NOT AT END
003790             MOVE BUSD-CURRENT-DATE TO WS-BUS-DATE
003800     END-READ
003810     CLOSE BUSDCARD.
003820 1060-EXIT.
003830     EXIT.
003840*-----------------------------------------------------------------
003850* 1100-LOAD-CALENDAR THRU 1100-EXIT.
003860* HOLIDAYS ONLY. A MISSING CALENDAR HOLDS NO HOLIDAYS.
003870*-----------------------------------------------------------------
003880 1100-LOAD-CALENDAR.
003890     OPEN INPUT CALFILE
003900     IF NOT FS-CAL-OK
003910         GO TO 1100-EXIT
003920     END-IF
003930     PERFORM 1110-READ-CAL THRU 1110-EXIT
003940     PERFORM UNTIL FS-CAL-EOF
003950         IF CAL-IS-HOLIDAY
003960             IF WS-CAL-COUNT >= 200
003970                 DISPLAY "CALENDAR EXCEEDS WS-CAL-TABLE "
003980                     "CAPACITY OF 200"
003990                 MOVE 99 TO RETURN-CODE
004000                 CLOSE CALFILE
004010                 GO TO 1100-EXIT
004020             END-IF
004030             ADD 1 TO WS-CAL-COUNT
004040             MOVE CAL-DATE TO WS-CAL-HOLIDAY(WS-CAL-COUNT)
004050         END-IF
004060         PERFORM 1110-READ-CAL THRU 1110-EXIT
004070     END-PERFORM
004080     CLOSE CALFILE.
004090 1100-EXIT.
004100     EXIT.
004110*-----------------------------------------------------------------
004120* 1110-READ-CAL THRU 1110-EXIT.
004130*-----------------------------------------------------------------
004140 1110-READ-CAL.
004150     READ CALFILE
004160         AT END
004170             MOVE 10 TO FS-CAL
004180     END-READ.
004190 1110-EXIT.
004200     EXIT.
004210*-----------------------------------------------------------------
004220* 1200-PRIOR-BUS-DAY THRU 1200-EXIT.
004230* STEPS BACK A DAY AT A TIME FROM THE BUSINESS DATE OVER
004240* WEEKENDS AND HOLIDAYS. A BUSINESS DATE THAT IS NOT A DATE AT
004250* ALL LEAVES THE PRIOR DAY SPACES AND NO RATE IS FLAGGED STALE.
004260*-----------------------------------------------------------------
004270 1200-PRIOR-BUS-DAY.
004280     MOVE SPACES TO WS-PRIOR-BUS-DATE
004290     IF WS-BUS-DATE NOT NUMERIC
004300         DISPLAY "PKFXRV01 BUSINESS DATE NOT NUMERIC: "
004310             WS-BUS-DATE
004320         GO TO 1200-EXIT
004330     END-IF
004340     COMPUTE WS-DAY-INT
004350         = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-N)
004360     PERFORM 1210-STEP-BACK THRU 1210-EXIT
004370     PERFORM UNTIL NOT WS-NON-BUS-DAY
004380         PERFORM 1210-STEP-BACK THRU 1210-EXIT
004390     END-PERFORM.
004400 1200-EXIT.
004410     EXIT.
004420*-----------------------------------------------------------------
004430* 1210-STEP-BACK THRU 1210-EXIT.
004440*-----------------------------------------------------------------
004450 1210-STEP-BACK.
004460     MOVE 'N' TO WS-NON-BUS-SW
004470     SUBTRACT 1 FROM WS-DAY-INT
004480     COMPUTE WS-PRIOR-BUS-DATE-N
004490         = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
004500     COMPUTE WS-DAY-REM = FUNCTION REM(WS-DAY-INT 7)
004510     IF WS-DAY-REM = 6 OR WS-DAY-REM = 0
004520         SET WS-NON-BUS-DAY TO TRUE
004530         GO TO 1210-EXIT
004540     END-IF
004550     PERFORM VARYING WS-CAL-IX FROM 1 BY 1
004560             UNTIL WS-CAL-IX > WS-CAL-COUNT
004570         IF WS-CAL-HOLIDAY(WS-CAL-IX) = WS-PRIOR-BUS-DATE
004580             SET WS-NON-BUS-DAY TO TRUE
004590         END-IF
004600     END-PERFORM.
004610 1210-EXIT.
004620     EXIT.
004630*-----------------------------------------------------------------
004640* 1300-LOAD-RATES THRU 1300-EXIT.
004650* A MISSING TABLE LOADS NOTHING; EVERY FOREIGN ACCOUNT THEN
004660* SHOWS NO RATE AND THE RUN ENDS RC 4.
004670*-----------------------------------------------------------------
004680 1300-LOAD-RATES.
004690     OPEN INPUT RATEF
004700     IF NOT FS-RATE-OK
004710         DISPLAY "PKFXRV01 NO RATE TABLE (STATUS " FS-RATE ")"
004720         GO TO 1300-EXIT
004730     END-IF
004740     PERFORM 1310-READ-RATE THRU 1310-EXIT
004750     PERFORM UNTIL FS-RATE-EOF
004760         IF WS-RT-COUNT >= 1000
004770             DISPLAY "RATES EXCEED WS-RT-TABLE CAPACITY OF 1000"
004780             MOVE 99 TO RETURN-CODE
004790             CLOSE RATEF
004800             GO TO 1300-EXIT
004810         END-IF
004820         ADD 1 TO WS-RT-COUNT
004830         MOVE RATE-CURRENCY TO WS-RT-CURRENCY(WS-RT-COUNT)
004840         MOVE RATE-EFF-DATE TO WS-RT-DATE(WS-RT-COUNT)
004850         MOVE RATE-VALUE    TO WS-RT-RATE(WS-RT-COUNT)
004860         IF RATE-EFF-DATE = WS-BUS-DATE
004870             MOVE RATE-CURRENCY TO WS-LOOK-CURRENCY
004880             PERFORM 2200-FIND-CURRENCY THRU 2200-EXIT
004890         END-IF
004900         PERFORM 1310-READ-RATE THRU 1310-EXIT
004910     END-PERFORM
004920     CLOSE RATEF.
004930 1300-EXIT.
004940     EXIT.
004950*-----------------------------------------------------------------
004960* 1310-READ-RATE THRU 1310-EXIT.
004970*-----------------------------------------------------------------
004980 1310-READ-RATE.
004990     READ RATEF
005000         AT END
005010             MOVE 10 TO FS-RATE
005020     END-READ.
005030 1310-EXIT.
005040     EXIT.
005050*-----------------------------------------------------------------
005060* 2000-REVALUE-ACCOUNT THRU 2000-EXIT.
005070* THE FX EFFECT IS WHAT THE PRIOR DAY'S AMOUNT AS DELIVERED WOULD
005080* HAVE MOVED BY ON THE RATE CHANGE ALONE; THE UNDERLYING CHANGE
005090* IS THE REST OF THE MOVEMENT. AN ACCOUNT WITH NO PRIOR ROW, OR
005100* WHOSE PRIOR ROW WAS IN ANOTHER CURRENCY, HAS NO FX EFFECT TO
005110* SPEAK OF; A MISSING RATE LEAVES THE WHOLE MOVE UNSPLIT.
005120*-----------------------------------------------------------------
005130 2000-REVALUE-ACCOUNT.
005140     ADD 1 TO WS-ACCT-CT
005150     MOVE SPACES TO WS-NOTE
005160     MOVE 0 TO WS-RATE-TODAY WS-RATE-PRIOR WS-FX-EFFECT
005170     MOVE HIST-CURRENCY TO WS-LOOK-CURRENCY
005180     MOVE WS-BUS-DATE   TO WS-LOOK-DATE
005190     PERFORM 2100-FIND-RATE THRU 2100-EXIT
005200     IF WS-RT-HIT > 0
005210         MOVE WS-RT-RATE(WS-RT-HIT) TO WS-RATE-TODAY
005220     END-IF
005230     IF WS-PREV-ACCOUNT NOT = HIST-ACCOUNT
005240         MOVE 0 TO WS-PREV-VALUE WS-PREV-ORIG
005250         MOVE "NEW"     TO WS-NOTE
005260         GO TO 2000-SPLIT
005270     END-IF
005280     IF WS-PREV-CURRENCY NOT = HIST-CURRENCY
005290         MOVE "CCY CHG" TO WS-NOTE
005300         GO TO 2000-SPLIT
005310     END-IF
005320     MOVE WS-PREV-EFF-DATE TO WS-LOOK-DATE
005330     PERFORM 2100-FIND-RATE THRU 2100-EXIT
005340     IF WS-RT-HIT > 0
005350         MOVE WS-RT-RATE(WS-RT-HIT) TO WS-RATE-PRIOR
005360     END-IF
005370     IF WS-RATE-TODAY = 0 OR WS-RATE-PRIOR = 0
005380         MOVE "NO RATE" TO WS-NOTE
005390         ADD 1 TO WS-NO-RATE-CT
005400         GO TO 2000-SPLIT
005410     END-IF
005420     COMPUTE WS-FX-EFFECT ROUNDED
005430         = WS-PREV-ORIG * (WS-RATE-TODAY - WS-RATE-PRIOR)
005440         ON SIZE ERROR
005450             MOVE 0 TO WS-FX-EFFECT
005460             MOVE "OVERFLOW" TO WS-NOTE
005470     END-COMPUTE
005480     IF WS-PREV-EFF-DATE NOT = WS-PRIOR-BUS-DATE
005490             AND WS-NOTE = SPACES
005500         MOVE "LATE ROW" TO WS-NOTE
005510     END-IF.
005520 2000-SPLIT.
005530     IF WS-RATE-TODAY = 0 AND WS-NOTE NOT = "NO RATE"
005540         MOVE "NO RATE" TO WS-NOTE
005550         ADD 1 TO WS-NO-RATE-CT
005560     END-IF
005570     COMPUTE WS-MOVEMENT = HIST-VALUE - WS-PREV-VALUE
005580     COMPUTE WS-UNDERLYING = WS-MOVEMENT - WS-FX-EFFECT
005590     PERFORM 2300-FIND-BRANCH THRU 2300-EXIT
005600     PERFORM 2200-FIND-CURRENCY THRU 2200-EXIT
005610     IF RETURN-CODE NOT = 0
005620         GO TO 2000-EXIT
005630     END-IF
005640     ADD 1             TO WS-CY-ACCT-CT(WS-CY-HIT)
005650     ADD WS-MOVEMENT   TO WS-CY-MOVEMENT(WS-CY-HIT)
005660     ADD WS-FX-EFFECT  TO WS-CY-FX(WS-CY-HIT)
005670     ADD WS-UNDERLYING TO WS-CY-UNDERLYING(WS-CY-HIT)
005680     ADD 1             TO WS-BT-ACCT-CT(WS-BT-HIT)
005690     ADD WS-MOVEMENT   TO WS-BT-MOVEMENT(WS-BT-HIT)
005700     ADD WS-FX-EFFECT  TO WS-BT-FX(WS-BT-HIT)
005710     ADD WS-UNDERLYING TO WS-BT-UNDERLYING(WS-BT-HIT)
005720     ADD WS-MOVEMENT   TO WS-TOT-MOVEMENT
005730     ADD WS-FX-EFFECT  TO WS-TOT-FX
005740     ADD WS-UNDERLYING TO WS-TOT-UNDERLYING
005750     MOVE HIST-ACCOUNT  TO RPT-ACCOUNT
005760     MOVE WS-CUR-BRANCH TO RPT-BRANCH
005770     MOVE HIST-CURRENCY TO RPT-CURRENCY
005780     MOVE WS-PREV-ORIG  TO RPT-PRIOR-ORIG
005790     MOVE WS-RATE-PRIOR TO RPT-RATE-PRIOR
005800     MOVE WS-RATE-TODAY TO RPT-RATE-TODAY
005810     MOVE WS-MOVEMENT   TO RPT-MOVEMENT
005820     MOVE WS-FX-EFFECT  TO RPT-FX-EFFECT
005830     MOVE WS-UNDERLYING TO RPT-UNDERLYING
005840     MOVE WS-NOTE       TO RPT-NOTE
005850     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
005860     PERFORM 9500-WRITE-LINE THRU 9500-EXIT.
005870 2000-EXIT.
005880     EXIT.
005890*-----------------------------------------------------------------
005900* 2100-FIND-RATE THRU 2100-EXIT.
005910* WS-RT-HIT POINTS AT THE ROW FOR WS-LOOK-CURRENCY ON
005920* WS-LOOK-DATE, OR IS ZERO.
005930*-----------------------------------------------------------------
005940 2100-FIND-RATE.
005950     MOVE 0 TO WS-RT-HIT
005960     PERFORM VARYING WS-RT-IX FROM 1 BY 1
005970             UNTIL WS-RT-IX > WS-RT-COUNT OR WS-RT-HIT > 0
005980         IF WS-RT-CURRENCY(WS-RT-IX) = WS-LOOK-CURRENCY
005990                 AND WS-RT-DATE(WS-RT-IX) = WS-LOOK-DATE
006000             MOVE WS-RT-IX TO WS-RT-HIT
006010         END-IF
006020     END-PERFORM.
006030 2100-EXIT.
006040     EXIT.
006050*-----------------------------------------------------------------
006060* 2200-FIND-CURRENCY THRU 2200-EXIT.
006070* WS-CY-HIT POINTS AT THE SUBTOTAL FOR WS-LOOK-CURRENCY, ADDED
006080* IF NEW. EVERY CURRENCY WITH A RATE FOR THE BUSINESS DATE GETS
006090* AN ENTRY, HELD OR NOT, SO ITS RATE IS CHECKED.
006100*-----------------------------------------------------------------
006110 2200-FIND-CURRENCY.
006120     MOVE 0 TO WS-CY-HIT
006130     PERFORM VARYING WS-CY-IX FROM 1 BY 1
006140             UNTIL WS-CY-IX > WS-CY-COUNT OR WS-CY-HIT > 0
006150         IF WS-CY-CURRENCY(WS-CY-IX) = WS-LOOK-CURRENCY
006160             MOVE WS-CY-IX TO WS-CY-HIT
006170         END-IF
006180     END-PERFORM
006190     IF WS-CY-HIT > 0
006200         GO TO 2200-EXIT
006210     END-IF
006220     IF WS-CY-COUNT >= 100
006230         DISPLAY "CURRENCIES EXCEED WS-CY-TABLE CAPACITY OF 100"
006240         MOVE 99 TO RETURN-CODE
006250         GO TO 2200-EXIT
006260     END-IF
006270     ADD 1 TO WS-CY-COUNT
006280     MOVE WS-CY-COUNT      TO WS-CY-HIT
006290     MOVE WS-LOOK-CURRENCY TO WS-CY-CURRENCY(WS-CY-HIT)
006300     MOVE 0 TO WS-CY-ACCT-CT(WS-CY-HIT)
006310               WS-CY-MOVEMENT(WS-CY-HIT)
006320               WS-CY-FX(WS-CY-HIT)
006330               WS-CY-UNDERLYING(WS-CY-HIT).
006340 2200-EXIT.
006350     EXIT.
006360*-----------------------------------------------------------------
006370* 2300-FIND-BRANCH THRU 2300-EXIT.
006380* THE ACCOUNT'S BRANCH FROM THE MASTER (SPACES IF IT IS NOT
006390* THERE), AND WS-BT-HIT POINTING AT ITS SUBTOTAL.
006400*-----------------------------------------------------------------
006410 2300-FIND-BRANCH.
006420     MOVE SPACES TO WS-CUR-BRANCH
006430     IF WS-MASTER-AVAILABLE
006440         MOVE HIST-ACCOUNT TO ACCT-NUMBER
006450         READ ACCTMAST
006460             INVALID KEY
006470                 CONTINUE
006480             NOT INVALID KEY
006490                 MOVE ACCT-BRANCH TO WS-CUR-BRANCH
006500         END-READ
006510     END-IF
006520     MOVE 0 TO WS-BT-HIT
006530     PERFORM VARYING WS-BT-IX FROM 1 BY 1
006540             UNTIL WS-BT-IX > WS-BT-COUNT OR WS-BT-HIT > 0
006550         IF WS-BT-BRANCH(WS-BT-IX) = WS-CUR-BRANCH
006560             MOVE WS-BT-IX TO WS-BT-HIT
006570         END-IF
006580     END-PERFORM
006590     IF WS-BT-HIT > 0
006600         GO TO 2300-EXIT
006610     END-IF
006620     IF WS-BT-COUNT >= 100
006630         DISPLAY "BRANCHES EXCEED WS-BT-TABLE CAPACITY OF 100"
006640         MOVE 99 TO RETURN-CODE
006650         GO TO 2300-EXIT
006660     END-IF
006670     ADD 1 TO WS-BT-COUNT
006680     MOVE WS-BT-COUNT   TO WS-BT-HIT
006690     MOVE WS-CUR-BRANCH TO WS-BT-BRANCH(WS-BT-HIT)
006700     MOVE 0 TO WS-BT-ACCT-CT(WS-BT-HIT)
006710               WS-BT-MOVEMENT(WS-BT-HIT)
006720               WS-BT-FX(WS-BT-HIT)
006730               WS-BT-UNDERLYING(WS-BT-HIT).
006740 2300-EXIT.
006750     EXIT.
006760*-----------------------------------------------------------------
006770* 3000-PRINT-CURRENCIES THRU 3000-EXIT.
006780* ONE SUBTOTAL PER CURRENCY, WITH ITS RATE MOVE FROM THE PRIOR
006790* BUSINESS DAY. AN UNCHANGED OR MISSING RATE IS FLAGGED.
006800*-----------------------------------------------------------------
006810 3000-PRINT-CURRENCIES.
006820     MOVE SPACES TO WS-PRINT-LINE
006830     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
006840     IF WS-ACCT-CT = 0
006850         MOVE "NO FOREIGN-CURRENCY BALANCES FOR THE BUSINESS DATE"
006860             TO WS-PRINT-LINE
006870         PERFORM 9500-WRITE-LINE THRU 9500-EXIT
006880         MOVE SPACES TO WS-PRINT-LINE
006890         PERFORM 9500-WRITE-LINE THRU 9500-EXIT
006900     END-IF
006910     MOVE "SUBTOTALS BY CURRENCY" TO WS-PRINT-LINE
006920     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
006930     MOVE WS-SUB-HEAD TO WS-PRINT-LINE
006940     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
006950     PERFORM VARYING WS-CY-IX FROM 1 BY 1
006960             UNTIL WS-CY-IX > WS-CY-COUNT
006970         PERFORM 3010-CURRENCY-LINE THRU 3010-EXIT
006980     END-PERFORM.
006990 3000-EXIT.
007000     EXIT.
007010*-----------------------------------------------------------------
007020* 3010-CURRENCY-LINE THRU 3010-EXIT.
007030*-----------------------------------------------------------------
007040 3010-CURRENCY-LINE.
007050     MOVE SPACES TO RPT-SUB-LABEL
007060     STRING "CURRENCY " WS-CY-CURRENCY(WS-CY-IX)
007070         DELIMITED SIZE INTO RPT-SUB-LABEL
007080     MOVE WS-CY-ACCT-CT(WS-CY-IX)    TO RPT-SUB-CT
007090     MOVE WS-CY-MOVEMENT(WS-CY-IX)   TO RPT-SUB-MOVEMENT
007100     MOVE WS-CY-FX(WS-CY-IX)         TO RPT-SUB-FX
007110     MOVE WS-CY-UNDERLYING(WS-CY-IX) TO RPT-SUB-UNDERLYING
007120     MOVE WS-CY-CURRENCY(WS-CY-IX) TO WS-LOOK-CURRENCY
007130     MOVE 0 TO WS-RATE-TODAY WS-RATE-PRIOR
007140     MOVE WS-BUS-DATE TO WS-LOOK-DATE
007150     PERFORM 2100-FIND-RATE THRU 2100-EXIT
007160     IF WS-RT-HIT > 0
007170         MOVE WS-RT-RATE(WS-RT-HIT) TO WS-RATE-TODAY
007180     END-IF
007190     MOVE WS-PRIOR-BUS-DATE TO WS-LOOK-DATE
007200     PERFORM 2100-FIND-RATE THRU 2100-EXIT
007210     IF WS-RT-HIT > 0
007220         MOVE WS-RT-RATE(WS-RT-HIT) TO WS-RATE-PRIOR
007230     END-IF
007240     MOVE WS-RATE-PRIOR TO RPT-NOTE-PRIOR
007250     MOVE WS-RATE-TODAY TO RPT-NOTE-TODAY
007260     MOVE SPACES TO RPT-NOTE-FLAG
007270     EVALUATE TRUE
007280         WHEN WS-RATE-TODAY = 0
007290             MOVE " NO RATE"  TO RPT-NOTE-FLAG
007300         WHEN WS-RATE-PRIOR = 0
007310             MOVE " NO PRIOR" TO RPT-NOTE-FLAG
007320         WHEN WS-RATE-TODAY = WS-RATE-PRIOR
007330             MOVE " UNCHANGED" TO RPT-NOTE-FLAG
007340             ADD 1 TO WS-STALE-CT
007350             DISPLAY "PKFXRV01 *** RATE FOR "
007360                 WS-CY-CURRENCY(WS-CY-IX)
007370                 " UNCHANGED FROM " WS-PRIOR-BUS-DATE
007380                 " - WAS TODAY'S RATE LOADED? ***"
007390     END-EVALUATE
007400     MOVE WS-RATE-NOTE TO RPT-SUB-NOTE
007410     MOVE WS-SUB-LINE TO WS-PRINT-LINE
007420     PERFORM 9500-WRITE-LINE THRU 9500-EXIT.
007430 3010-EXIT.
007440     EXIT.
007450*-----------------------------------------------------------------
007460* 3100-PRINT-BRANCHES THRU 3100-EXIT.
007470*-----------------------------------------------------------------
007480 3100-PRINT-BRANCHES.
007490     MOVE SPACES TO WS-PRINT-LINE
007500     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
007510     MOVE "SUBTOTALS BY BRANCH" TO WS-PRINT-LINE
007520     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
007530     MOVE WS-SUB-HEAD TO WS-PRINT-LINE
007540     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
007550     PERFORM VARYING WS-BT-IX FROM 1 BY 1
007560             UNTIL WS-BT-IX > WS-BT-COUNT
007570         MOVE SPACES TO RPT-SUB-LABEL
007580         IF WS-BT-BRANCH(WS-BT-IX) = SPACES
007590             MOVE "NOT ON MASTER" TO RPT-SUB-LABEL
007600         ELSE
007610             STRING "BRANCH " WS-BT-BRANCH(WS-BT-IX)
007620                 DELIMITED SIZE INTO RPT-SUB-LABEL
007630         END-IF
007640         MOVE WS-BT-ACCT-CT(WS-BT-IX)    TO RPT-SUB-CT
007650         MOVE WS-BT-MOVEMENT(WS-BT-IX)   TO RPT-SUB-MOVEMENT
007660         MOVE WS-BT-FX(WS-BT-IX)         TO RPT-SUB-FX
007670         MOVE WS-BT-UNDERLYING(WS-BT-IX) TO RPT-SUB-UNDERLYING
007680         MOVE SPACES TO RPT-SUB-NOTE
007690         MOVE WS-SUB-LINE TO WS-PRINT-LINE
007700         PERFORM 9500-WRITE-LINE THRU 9500-EXIT
007710     END-PERFORM.
007720 3100-EXIT.
007730     EXIT.
007740*-----------------------------------------------------------------
007750* 3200-PRINT-TOTALS THRU 3200-EXIT.
007760* THE GRAND TOTAL IS IN THE BASE CURRENCY, LIKE HIST-VALUE.
007770*-----------------------------------------------------------------
007780 3200-PRINT-TOTALS.
007790     MOVE SPACES TO WS-PRINT-LINE
007800     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
007810     MOVE SPACES TO RPT-SUB-LABEL
007820     STRING "GRAND TOTAL " WS-BASE-CURRENCY
007830         DELIMITED SIZE INTO RPT-SUB-LABEL
007840     MOVE WS-ACCT-CT        TO RPT-SUB-CT
007850     MOVE WS-TOT-MOVEMENT   TO RPT-SUB-MOVEMENT
007860     MOVE WS-TOT-FX         TO RPT-SUB-FX
007870     MOVE WS-TOT-UNDERLYING TO RPT-SUB-UNDERLYING
007880     MOVE SPACES TO RPT-SUB-NOTE
007890     IF WS-STALE-CT > 0 OR WS-NO-RATE-CT > 0
007900         MOVE "*** CHECK THE RATE TABLE ***" TO RPT-SUB-NOTE
007910     END-IF
007920     MOVE WS-SUB-LINE TO WS-PRINT-LINE
007930     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
007940     MOVE SPACES TO WS-PRINT-LINE
007950     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
007960     MOVE "END OF REPORT" TO WS-PRINT-LINE
007970     PERFORM 9500-WRITE-LINE THRU 9500-EXIT.
007980 3200-EXIT.
007990     EXIT.
008000*-----------------------------------------------------------------
008010* 9500-WRITE-LINE THRU 9500-EXIT.
008020* WRITES ONE REPORT LINE, BREAKING TO A FRESH PAGE HEADING WHEN
008030* THE CURRENT PAGE IS FULL.
008040*-----------------------------------------------------------------
008050 9500-WRITE-LINE.
008060     IF WS-LINE-CT > WS-PAGE-SIZE
008070         PERFORM 9600-PAGE-HEADING THRU 9600-EXIT
008080     END-IF
008090     WRITE RPT-LINE FROM WS-PRINT-LINE
008100     IF NOT FS-RPT-OK
008110         DISPLAY "WRITE RPTFILE"
008120         DISPLAY FS-RPT
008130         MOVE FS-RPT TO RETURN-CODE
008140     END-IF
008150     ADD 1 TO WS-LINE-CT.
008160 9500-EXIT.
008170     EXIT.
008180*-----------------------------------------------------------------
008190* 9600-PAGE-HEADING THRU 9600-EXIT.
008200*-----------------------------------------------------------------
008210 9600-PAGE-HEADING.
008220     ADD 1 TO WS-PAGE-CT
008230     MOVE WS-PAGE-CT TO HD1-PAGE
008240     WRITE RPT-LINE FROM WS-HEAD1
008250     MOVE WS-RUN-DATE       TO HD2-DATE
008260     MOVE WS-RUN-TIME       TO HD2-TIME
008270     MOVE WS-BUS-DATE       TO HD2-BUS-DATE
008280     MOVE WS-PRIOR-BUS-DATE TO HD2-PRIOR-DATE
008290     MOVE WS-BASE-CURRENCY  TO HD2-BASE
008300     WRITE RPT-LINE FROM WS-HEAD2
008310     MOVE SPACES TO RPT-LINE
008320     WRITE RPT-LINE
008330     WRITE RPT-LINE FROM WS-COL-HEAD
008340     MOVE 4 TO WS-LINE-CT.
008350 9600-EXIT.
008360     EXIT.
008370 END PROGRAM PKFXRV01.
