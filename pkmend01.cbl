000010******************************************************************
000020* AUTHOR.     R. OKAFOR.
000030* INSTALLATION. LEDGER SYSTEMS GROUP.
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    MONTH-END CLOSE. RUN EVERY NIGHT AFTER PKDRV01
000070*             PUBLISHES; IT ACTS ONLY WHEN THE BUSINESS DATE IS
000080*             THE LAST BUSINESS DAY OF ITS MONTH (WEEKENDS AND
000090*             CALENDAR.TXT HOLIDAYS SKIPPED, THE SAME RULE AS
000100*             PKDRV01). IT THEN PROVES THE PUBLISHED FEED
000110*             AGAINST ITS TRAILER, CUTS A PERMANENT PERIOD
000120*             SNAPSHOT OF EVERY ACCOUNT'S FILEO-REC4 BALANCE AND
000130*             CURRENCY TO period-snapshot-YYYYMM.txt - NEVER
000140*             REGISTERED ON A RETENTION SHELF, SO PKRET01 NEVER
000150*             PURGES IT - AND RECORDS THE CLOSE ON
000160*             PERIOD-CLOSE.TXT. IT PRINTS A CERTIFICATION PAGE
000170*             PER BRANCH TO month-end-cert-YYYYMM.txt FOR THE
000180*             BRANCH HEAD TO SIGN: OPENING BALANCE (THE PRIOR
000190*             MONTH'S SNAPSHOT, OR BALANCE-HISTORY.DAT BEFORE
000200*             THE FIRST ONE), CLOSING BALANCE, NET MOVEMENT,
000210*             ACCOUNTS OPENED AND CLOSED ON THE MASTER, THE
000220*             MONTH'S REJECTS FROM REJECT-TALLY.TXT, AND EVERY
000230*             OUTSTANDING-BREAKS.TXT ITEM STILL OPEN AT CLOSE. IF
000240*             THAT FILE CANNOT BE READ EVERY PAGE SAYS SO AND THE
000250*             RUN ENDS RC 4, SO NO PAGE READS AS FREE OF BREAKS. A
000260*             RERUN FOR THE SAME MONTH REPLACES THE SNAPSHOT AND
000270*             THE REGISTER LINE. MONTH-END-CARD.TXT ACTION 'C'
000280*             RECORDS FINANCE'S CERTIFICATION, AFTER WHICH THE
000290*             MONTH IS LOCKED AND A RERUN IS REFUSED RC 8.
000300* TECTONICS.  cobc -std=ibm.
000310*-----------------------------------------------------------------
000320* MODIFICATION HISTORY.
000330*   2026-10-15 RO  INITIAL VERSION.
000340*   2026-10-15 RO  STOP RUN REPLACED WITH GOBACK SO THE
000350*                  PKJCTL01 JOB STREAM CONTROLLER CAN CALL THIS
000360*                  PROGRAM AS A STEP AND RECORD ITS RETURN-CODE.
000370*                  A STAND-ALONE INVOCATION BEHAVES AS BEFORE.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. PKMEND01.
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT BUSDCARD ASSIGN "busdate-card.txt"
000450         ORGANIZATION SEQUENTIAL
000460         ACCESS MODE IS SEQUENTIAL
000470         FILE STATUS IS FS-BUSD.
000480     SELECT CALFILE ASSIGN "calendar.txt"
000490         ORGANIZATION SEQUENTIAL
000500         ACCESS MODE IS SEQUENTIAL
000510         FILE STATUS IS FS-CAL.
000520     SELECT PARMFILE ASSIGN "param-card.txt"
000530         ORGANIZATION SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS FS-PARM.
000560     SELECT MECARD ASSIGN "month-end-card.txt"
000570         ORGANIZATION SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS FS-MEC.
000600     SELECT REGISTRY ASSIGN "run-registry.txt"
000610         ORGANIZATION SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS FS-REG.
000640     SELECT FILEO ASSIGN "your-file.txt"
000650         ORGANIZATION SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS FS-FILEO.
000680     SELECT ACCTMAST ASSIGN "account-master.dat"
000690         ORGANIZATION INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS ACCT-NUMBER
000720         FILE STATUS IS FS-ACCT.
000730     SELECT HISTFILE ASSIGN "balance-history.dat"
000740         ORGANIZATION INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS HIST-KEY
000770         FILE STATUS IS FS-HIST.
000780     SELECT SNAPF ASSIGN USING WS-SNAP-NAME
000790         ORGANIZATION SEQUENTIAL
000800         ACCESS MODE IS SEQUENTIAL
000810         FILE STATUS IS FS-SNAP.
000820     SELECT PCLOSE ASSIGN "period-close.txt"
000830         ORGANIZATION SEQUENTIAL
000840         ACCESS MODE IS SEQUENTIAL
000850         FILE STATUS IS FS-PCLS.
000860     SELECT REJTALLY ASSIGN "reject-tally.txt"
000870         ORGANIZATION SEQUENTIAL
000880         ACCESS MODE IS SEQUENTIAL
000890         FILE STATUS IS FS-RJT.
000900     SELECT BREAKS ASSIGN "outstanding-breaks.txt"
000910         ORGANIZATION SEQUENTIAL
000920         ACCESS MODE IS SEQUENTIAL
000930         FILE STATUS IS FS-BRK.
000940     SELECT RPTFILE ASSIGN USING WS-RPT-NAME
000950         ORGANIZATION SEQUENTIAL
000960         ACCESS MODE IS SEQUENTIAL
000970         FILE STATUS IS FS-RPT.
000980 DATA DIVISION.
000990 FILE SECTION.
001000*-----------------------------------------------------------------
001010* CONTROL CARDS AND THE HOLIDAY CALENDAR.
001020*-----------------------------------------------------------------
001030 FD  BUSDCARD
001040     RECORDING MODE IS F.
001050     COPY BUSDREC.
001060 FD  CALFILE
001070     RECORDING MODE IS F.
001080     COPY CALREC.
001090 FD  PARMFILE
001100     RECORDING MODE IS F.
001110     COPY PARMREC.
001120 FD  MECARD
001130     RECORDING MODE IS F.
001140     COPY MECDREC.
001150*-----------------------------------------------------------------
001160* RUN REGISTRY - PROOF THE NIGHT PUBLISHED CLEAN.
001170*-----------------------------------------------------------------
001180 FD  REGISTRY
001190     RECORDING MODE IS F.
001200     COPY RUNREGRC.
001210*-----------------------------------------------------------------
001220* THE PUBLISHED FEED.
001230*-----------------------------------------------------------------
001240 FD  FILEO
001250     RECORDING MODE IS F.
001260     COPY FILEOREC.
001270 FD  ACCTMAST.
001280     COPY ACCTREC.
001290 FD  HISTFILE.
001300     COPY HISTREC.
001310*-----------------------------------------------------------------
001320* PERIOD SNAPSHOT - THE PRIOR MONTH'S IS READ FOR THE OPENING
001330* BALANCES, THEN THIS MONTH'S IS WRITTEN, UNDER THE SAME FD.
001340*-----------------------------------------------------------------
001350 FD  SNAPF
001360     RECORDING MODE IS F.
001370     COPY PSNPREC.
001380 FD  PCLOSE
001390     RECORDING MODE IS F.
001400     COPY PCLSREC.
001410 FD  REJTALLY
001420     RECORDING MODE IS F.
001430     COPY REJTREC.
001440 FD  BREAKS
001450     RECORDING MODE IS F.
001460     COPY BREAKREC.
001470 FD  RPTFILE
001480     RECORDING MODE IS F.
001490 01  RPT-LINE            PIC X(132).
001500 WORKING-STORAGE SECTION.
001510 01  FS-BUSD          PIC 9(02).
001520     88  FS-BUSD-OK               VALUE 00.
001530 01  FS-CAL           PIC 9(02).
001540     88  FS-CAL-OK                VALUE 00.
001550     88  FS-CAL-EOF               VALUE 10.
001560 01  FS-PARM          PIC 9(02).
001570     88  FS-PARM-OK               VALUE 00.
001580 01  FS-MEC           PIC 9(02).
001590     88  FS-MEC-OK                VALUE 00.
001600 01  FS-REG           PIC 9(02).
001610     88  FS-REG-OK                VALUE 00.
001620     88  FS-REG-EOF               VALUE 10.
001630 01  FS-FILEO         PIC 9(02).
001640     88  FS-FILEO-OK              VALUE 00.
001650     88  FS-FILEO-EOF             VALUE 10.
001660 01  FS-ACCT          PIC 9(02).
001670     88  FS-ACCT-OK               VALUE 00.
001680     88  FS-ACCT-EOF              VALUE 10.
001690 01  FS-HIST          PIC 9(02).
001700     88  FS-HIST-OK               VALUE 00.
001710     88  FS-HIST-EOF              VALUE 10.
001720 01  FS-SNAP          PIC 9(02).
001730     88  FS-SNAP-OK               VALUE 00.
001740     88  FS-SNAP-EOF              VALUE 10.
001750 01  FS-PCLS          PIC 9(02).
001760     88  FS-PCLS-OK               VALUE 00.
001770     88  FS-PCLS-EOF              VALUE 10.
001780 01  FS-RJT           PIC 9(02).
001790     88  FS-RJT-OK                VALUE 00.
001800     88  FS-RJT-EOF               VALUE 10.
001810 01  FS-BRK           PIC 9(02).
001820     88  FS-BRK-OK                VALUE 00.
001830     88  FS-BRK-EOF               VALUE 10.
001840 01  FS-RPT           PIC 9(02).
001850     88  FS-RPT-OK                VALUE 00.
001860 01  WS-RUN-DATE      PIC X(08).
001870 01  WS-RUN-TIME      PIC X(08).
001880 01  WS-CODEPAGE-SW   PIC X(01) VALUE 'A'.
001890     88  WS-CODEPAGE-IS-EBCDIC    VALUE 'E'.
001900 01  WS-CP-ASCII-CHARS PIC X(07) VALUE "01234TS".
001910 01  WS-CP-EBCDIC-CHARS PIC X(07) VALUE X"F0F1F2F3F4E3E2".
001920 01  WS-MASTER-SW     PIC X(01) VALUE 'N'.
001930     88  WS-MASTER-AVAILABLE      VALUE 'Y'.
001940 01  WS-CYCLE-SW      PIC X(01) VALUE SPACES.
001950     88  WS-SUPPLEMENTAL-CYCLE    VALUE 'S'.
001960*-----------------------------------------------------------------
001970* THE BUSINESS DATE, ITS MONTH, AND THE NEXT BUSINESS DAY AFTER
001980* IT. THE DAY OF WEEK COMES FROM INTEGER-OF-DATE MODULO 7 - DAY
001990* 1 WAS A MONDAY, SO REMAINDER 6 IS SATURDAY AND 0 SUNDAY.
002000*-----------------------------------------------------------------
002010 01  WS-BUS-DATE      PIC X(08) VALUE SPACES.
002020 01  WS-BUS-DATE-N REDEFINES WS-BUS-DATE PIC 9(08).
002030 01  WS-NEXT-BUS-DATE PIC X(08).
002040 01  WS-NEXT-BUS-DATE-N REDEFINES WS-NEXT-BUS-DATE PIC 9(08).
002050 01  WS-DAY-INT       PIC 9(08).
002060 01  WS-DAY-REM       PIC 9(01).
002070 01  WS-NON-BUS-SW    PIC X(01) VALUE 'N'.
002080     88  WS-NON-BUS-DAY           VALUE 'Y'.
002090 01  WS-CAL-COUNT     PIC 9(03) VALUE 0.
002100 01  WS-CAL-TABLE.
002110     05  WS-CAL-HOLIDAY OCCURS 200 TIMES PIC X(08).
002120 01  WS-CAL-IX        PIC 9(03).
002130 01  WS-PERIOD        PIC X(06).
002140 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
002150     05  WS-PERIOD-YEAR   PIC 9(04).
002160     05  WS-PERIOD-MONTH  PIC 9(02).
002170 01  WS-PERIOD-START  PIC X(08).
002180 01  WS-PRIOR-PERIOD  PIC X(06).
002190 01  WS-PRIOR-PARTS REDEFINES WS-PRIOR-PERIOD.
002200     05  WS-PRIOR-YEAR    PIC 9(04).
002210     05  WS-PRIOR-MONTH   PIC 9(02).
002220 01  WS-SNAP-NAME     PIC X(30).
002230 01  WS-RPT-NAME      PIC X(30).
002240 01  WS-OPEN-SOURCE   PIC X(40).
002250*-----------------------------------------------------------------
002260* PERIOD-CLOSE REGISTER, LOADED WHOLE AND WRITTEN BACK. THE
002270* PERIOD AND STATE ARE KEPT BESIDE EACH LINE FOR THE LOOKUP.
002280*-----------------------------------------------------------------
002290 01  WS-PC-COUNT      PIC 9(03) VALUE 0.
002300 01  WS-PC-TABLE.
002310     05  WS-PC-ENTRY OCCURS 600 TIMES.
002320         10  WS-PC-PERIOD     PIC X(06).
002330         10  WS-PC-STATE      PIC X(01).
002340         10  WS-PC-LINE       PIC X(111).
002350 01  WS-PC-IX         PIC 9(03).
002360 01  WS-PC-HIT        PIC 9(03).
002370 01  WS-LOOK-PERIOD   PIC X(06).
002380*-----------------------------------------------------------------
002390* FEED PROOF - WHAT THE DETAIL RECORDS ADD UP TO AGAINST WHAT THE
002400* TRAILER CLAIMS.
002410*-----------------------------------------------------------------
002420 01  WS-RUN-FOUND-SW  PIC X(01) VALUE 'N'.
002430     88  WS-RUN-FOUND             VALUE 'Y'.
002440 01  WS-TRAILER-SW    PIC X(01) VALUE 'N'.
002450     88  WS-TRAILER-SEEN          VALUE 'Y'.
002460 01  WS-FEED-COUNT    PIC 9(07) VALUE 0.
002470 01  WS-FEED-TOTAL    PIC S9(18) VALUE 0.
002480 01  WS-TRL-COUNT     PIC 9(07) VALUE 0.
002490 01  WS-TRL-TOTAL     PIC S9(18) VALUE 0.
002500 01  WS-SNAP-COUNT    PIC 9(07) VALUE 0.
002510 01  WS-SNAP-TOTAL    PIC S9(18) VALUE 0.
002520*-----------------------------------------------------------------
002530* ONE ENTRY PER BRANCH ON THE CERTIFICATION REPORT.
002540*-----------------------------------------------------------------
002550 01  WS-BR-COUNT      PIC 9(03) VALUE 0.
002560 01  WS-BR-TABLE.
002570     05  WS-BR-ENTRY OCCURS 100 TIMES.
002580         10  WS-BR-BRANCH     PIC X(04).
002590         10  WS-BR-OPENING    PIC S9(18).
002600         10  WS-BR-CLOSING    PIC S9(18).
002610         10  WS-BR-ACCT-CT    PIC 9(07).
002620         10  WS-BR-OPENED-CT  PIC 9(07).
002630         10  WS-BR-CLOSED-CT  PIC 9(07).
002640         10  WS-BR-REJECT-CT  PIC 9(07).
002650         10  WS-BR-BREAK-CT   PIC 9(05).
002660 01  WS-BR-IX         PIC 9(03).
002670 01  WS-BR-HIT        PIC 9(03).
002680 01  WS-LOOK-ACCOUNT  PIC X(10).
002690 01  WS-LOOK-BRANCH   PIC X(04).
002700*-----------------------------------------------------------------
002710* OPENING BALANCES FROM HISTORY - THE LATEST ROW BEFORE THE
002720* MONTH FOR THE ACCOUNT IN HAND.
002730*-----------------------------------------------------------------
002740 01  WS-HA-ACCOUNT    PIC X(10) VALUE SPACES.
002750 01  WS-HA-VALUE      PIC S9(18).
002760 01  WS-HA-SW         PIC X(01) VALUE 'N'.
002770     88  WS-HA-HAS-OPENING        VALUE 'Y'.
002780*-----------------------------------------------------------------
002790* THE MONTH'S REJECT TALLY - THE LAST LINE FOR EACH DATE, CYCLE
002800* AND BRANCH WINS.
002810*-----------------------------------------------------------------
002820 01  WS-TY-COUNT      PIC 9(04) VALUE 0.
002830 01  WS-TY-TABLE.
002840     05  WS-TY-ENTRY OCCURS 3000 TIMES.
002850         10  WS-TY-BUS-DATE   PIC X(08).
002860         10  WS-TY-CYCLE      PIC X(01).
002870         10  WS-TY-BRANCH     PIC X(04).
002880         10  WS-TY-COUNT-REJ  PIC 9(07).
002890 01  WS-TY-IX         PIC 9(04).
002900 01  WS-TY-HIT        PIC 9(04).
002910*-----------------------------------------------------------------
002920* BREAKS STILL OPEN AT CLOSE, WITH THE BRANCH OF EACH ACCOUNT.
002930*-----------------------------------------------------------------
002940 01  WS-BREAKS-SW     PIC X(01) VALUE 'Y'.
002950     88  WS-BREAKS-AVAILABLE      VALUE 'Y'.
002960     88  WS-BREAKS-MISSING        VALUE 'N'.
002970 01  WS-BK-COUNT      PIC 9(03) VALUE 0.
002980 01  WS-BK-TABLE.
002990     05  WS-BK-ENTRY OCCURS 500 TIMES.
003000         10  WS-BK-BRANCH     PIC X(04).
003010         10  WS-BK-ACCOUNT    PIC X(10).
003020         10  WS-BK-EFF-DATE   PIC X(08).
003030         10  WS-BK-SIDE       PIC X(04).
003040         10  WS-BK-OUR-AMOUNT PIC S9(18).
003050         10  WS-BK-ACK-AMOUNT PIC S9(18).
003060         10  WS-BK-FIRST-DATE PIC X(08).
003070         10  WS-BK-AGE-DAYS   PIC 9(03).
003080 01  WS-BK-IX         PIC 9(03).
003090 01  WS-TOT-OPENING   PIC S9(18) VALUE 0.
003100 01  WS-TOT-CLOSING   PIC S9(18) VALUE 0.
003110 01  WS-TOT-OPENED    PIC 9(07) VALUE 0.
003120 01  WS-TOT-CLOSED    PIC 9(07) VALUE 0.
003130 01  WS-TOT-REJECTS   PIC 9(07) VALUE 0.
003140 01  WS-NET-MOVEMENT  PIC S9(18).
003150*-----------------------------------------------------------------
003160* PRINT CONTROL AND LINE LAYOUTS.
003170*-----------------------------------------------------------------
003180 01  WS-LINE-CT       PIC 9(02) VALUE 99.
003190 01  WS-PAGE-CT       PIC 9(03) VALUE 0.
003200 01  WS-PAGE-SIZE     PIC 9(02) VALUE 55.
003210 01  WS-PRINT-LINE    PIC X(132).
003220 01  WS-HEAD1.
003230     05  FILLER           PIC X(10) VALUE "PKMEND01".
003240     05  FILLER           PIC X(42)
003250         VALUE "MONTH-END BRANCH BALANCE CERTIFICATION".
003260     05  FILLER           PIC X(05) VALUE "PAGE ".
003270     05  HD1-PAGE         PIC ZZ9.
003280 01  WS-HEAD2.
003290     05  FILLER           PIC X(09) VALUE "RUN DATE ".
003300     05  HD2-DATE         PIC X(08).
003310     05  FILLER           PIC X(07) VALUE "  TIME ".
003320     05  HD2-TIME         PIC X(08).
003330     05  FILLER           PIC X(10) VALUE "  PERIOD ".
003340     05  HD2-PERIOD       PIC X(06).
003350     05  FILLER           PIC X(14) VALUE "  CLOSED FOR ".
003360     05  HD2-BUS-DATE     PIC X(08).
003370 01  WS-AMT-LINE.
003380     05  FILLER           PIC X(04) VALUE SPACES.
003390     05  RPT-AMT-LABEL    PIC X(32).
003400     05  RPT-AMT-VALUE    PIC -9(18).
003410     05  FILLER           PIC X(02) VALUE SPACES.
003420     05  RPT-AMT-NOTE     PIC X(50).
003430 01  WS-CT-LINE.
003440     05  FILLER           PIC X(04) VALUE SPACES.
003450     05  RPT-CT-LABEL     PIC X(32).
003460     05  FILLER           PIC X(12) VALUE SPACES.
003470     05  RPT-CT-VALUE     PIC Z(06)9.
003480 01  WS-BRK-HEAD.
003490     05  FILLER           PIC X(08) VALUE SPACES.
003500     05  FILLER           PIC X(11) VALUE "ACCOUNT".
003510     05  FILLER           PIC X(09) VALUE "EFF DATE".
003520     05  FILLER           PIC X(05) VALUE "SIDE".
003530     05  FILLER           PIC X(20)
003540         VALUE "          OUR AMOUNT".
003550     05  FILLER           PIC X(20)
003560         VALUE "          ACK AMOUNT".
003570     05  FILLER           PIC X(10) VALUE "  OPENED".
003580     05  FILLER           PIC X(04) VALUE " AGE".
003590 01  WS-BRK-LINE.
003600     05  FILLER           PIC X(08) VALUE SPACES.
003610     05  RPT-BRK-ACCOUNT  PIC X(10).
003620     05  FILLER           PIC X(01) VALUE SPACES.
003630     05  RPT-BRK-EFF-DATE PIC X(08).
003640     05  FILLER           PIC X(01) VALUE SPACES.
003650     05  RPT-BRK-SIDE     PIC X(04).
003660     05  FILLER           PIC X(01) VALUE SPACES.
003670     05  RPT-BRK-OUR      PIC -9(18).
003680     05  FILLER           PIC X(01) VALUE SPACES.
003690     05  RPT-BRK-ACK      PIC -9(18).
003700     05  FILLER           PIC X(02) VALUE SPACES.
003710     05  RPT-BRK-FIRST    PIC X(08).
003720     05  FILLER           PIC X(01) VALUE SPACES.
003730     05  RPT-BRK-AGE      PIC ZZ9.
003740 01  WS-SUM-HEAD.
003750     05  FILLER           PIC X(07) VALUE "BRANCH".
003760     05  FILLER           PIC X(20)
003770         VALUE "     OPENING BALANCE".
003780     05  FILLER           PIC X(20)
003790         VALUE "     CLOSING BALANCE".
003800     05  FILLER           PIC X(20)
003810         VALUE "        NET MOVEMENT".
003820     05  FILLER           PIC X(09) VALUE "   OPENED".
003830     05  FILLER           PIC X(09) VALUE "   CLOSED".
003840     05  FILLER           PIC X(09) VALUE "  REJECTS".
003850     05  FILLER           PIC X(09) VALUE "   BREAKS".
003860 01  WS-SUM-LINE.
003870     05  RPT-SUM-BRANCH   PIC X(06).
003880     05  FILLER           PIC X(01) VALUE SPACES.
003890     05  RPT-SUM-OPENING  PIC -9(18).
003900     05  FILLER           PIC X(01) VALUE SPACES.
003910     05  RPT-SUM-CLOSING  PIC -9(18).
003920     05  FILLER           PIC X(01) VALUE SPACES.
003930     05  RPT-SUM-NET      PIC -9(18).
003940     05  FILLER           PIC X(02) VALUE SPACES.
003950     05  RPT-SUM-OPENED   PIC Z(06)9.
003960     05  FILLER           PIC X(02) VALUE SPACES.
003970     05  RPT-SUM-CLOSED   PIC Z(06)9.
003980     05  FILLER           PIC X(02) VALUE SPACES.
003990     05  RPT-SUM-REJECTS  PIC Z(06)9.
004000     05  FILLER           PIC X(04) VALUE SPACES.
004010     05  RPT-SUM-BREAKS   PIC Z(04)9.
004020 01  WS-SIGN-LINE.
004030     05  FILLER           PIC X(04) VALUE SPACES.
004040     05  RPT-SIGN-FOR     PIC X(28).
004050     05  FILLER           PIC X(30) VALUE ALL "_".
004060     05  FILLER           PIC X(09) VALUE "    DATE ".
004070     05  FILLER           PIC X(12) VALUE ALL "_".
004080*
004090 PROCEDURE DIVISION.
004100*-----------------------------------------------------------------
004110* 0000-MAINLINE.
004120* CERTIFY FIRST IF THE CARD SAYS SO, THEN THE NIGHTLY CHECK: ONLY
004130* ON THE LAST BUSINESS DAY OF A MONTH NOT YET CERTIFIED, AND ONLY
004140* AGAINST A FEED THE REGISTRY SHOWS PUBLISHED AND THE TRAILER
004150* PROVES WHOLE, IS A SNAPSHOT CUT.
004160*-----------------------------------------------------------------
004170 0000-MAINLINE.
004180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004190     ACCEPT WS-RUN-TIME FROM TIME
004200     PERFORM 1000-LOAD-BUSDATE THRU 1000-EXIT
004210     PERFORM 1050-LOAD-PARM THRU 1050-EXIT
004220     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
004230     IF RETURN-CODE >= 8
004240         GO TO 0000-WRAP-UP
004250     END-IF
004260     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT
004270     IF RETURN-CODE >= 8
004280         GO TO 0000-WRAP-UP
004290     END-IF
004300     PERFORM 1300-CERTIFY-FROM-CARD THRU 1300-EXIT
004310     IF RETURN-CODE >= 8
004320         GO TO 0000-WRAP-UP
004330     END-IF
004340     PERFORM 1500-CHECK-MONTH-END THRU 1500-EXIT
004350     IF WS-PERIOD = SPACES OR RETURN-CODE >= 8
004360         GO TO 0000-WRAP-UP
004370     END-IF
004380     PERFORM 1600-CHECK-PUBLISHED THRU 1600-EXIT
004390     IF RETURN-CODE >= 8
004400         GO TO 0000-WRAP-UP
004410     END-IF
004420     PERFORM 2000-PROVE-FEED THRU 2000-EXIT
004430     IF RETURN-CODE >= 8
004440         GO TO 0000-WRAP-UP
004450     END-IF
004460     OPEN INPUT ACCTMAST
004470     IF FS-ACCT-OK
004480         SET WS-MASTER-AVAILABLE TO TRUE
004490     ELSE
004500         DISPLAY "PKMEND01 NO ACCOUNT MASTER (STATUS " FS-ACCT
004510             ") - BRANCHES BLANK, NO OPENED/CLOSED COUNTS"
004520     END-IF
004530     PERFORM 2500-LOAD-OPENING THRU 2500-EXIT
004540     IF RETURN-CODE < 8
004550         PERFORM 3000-CUT-SNAPSHOT THRU 3000-EXIT
004560     END-IF
004570     IF RETURN-CODE < 8
004580         PERFORM 3500-SCAN-MASTER THRU 3500-EXIT
004590         PERFORM 3600-LOAD-REJECTS THRU 3600-EXIT
004600     END-IF
004610     IF RETURN-CODE < 8
004620         PERFORM 3700-LOAD-BREAKS THRU 3700-EXIT
004630     END-IF
004640     IF WS-MASTER-AVAILABLE
004650         CLOSE ACCTMAST
004660     END-IF
004670     IF RETURN-CODE >= 8
004680         GO TO 0000-WRAP-UP
004690     END-IF
004700     PERFORM 3800-RECORD-CLOSE THRU 3800-EXIT
004710     IF RETURN-CODE < 8
004720         PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
004730     END-IF.
004740 0000-WRAP-UP.
004750     IF WS-SNAP-COUNT > 0
004760         DISPLAY "PKMEND01 PERIOD CLOSED:      " WS-PERIOD
004770         DISPLAY "PKMEND01 SNAPSHOT ACCOUNTS:  " WS-SNAP-COUNT
004780         DISPLAY "PKMEND01 SNAPSHOT FILE:      " WS-SNAP-NAME
004790         DISPLAY "PKMEND01 BRANCHES CERTIFIED: " WS-BR-COUNT
004800         DISPLAY "PKMEND01 OPEN BREAKS:        " WS-BK-COUNT
004810     END-IF
004820     GOBACK.
004830*-----------------------------------------------------------------
004840* 1000-LOAD-BUSDATE THRU 1000-EXIT.
004850* NO CARD MEANS THE RUN DATE IS TAKEN AS THE BUSINESS DATE, WITH
004860* A CONSOLE NOTE.
004870*-----------------------------------------------------------------
004880 1000-LOAD-BUSDATE.
004890     MOVE WS-RUN-DATE TO WS-BUS-DATE
004900     OPEN INPUT BUSDCARD
004910     IF NOT FS-BUSD-OK
004920         DISPLAY "PKMEND01 NO BUSDATE CARD (STATUS " FS-BUSD
004930             ") - TAKING THE RUN DATE"
004940         GO TO 1000-EXIT
004950     END-IF
004960     READ BUSDCARD
004970         AT END
004980             DISPLAY "PKMEND01 BUSDATE CARD EMPTY - TAKING THE "
004990                 "RUN DATE"
005000         NOT AT END
005010             MOVE BUSD-CURRENT-DATE TO WS-BUS-DATE
005020             MOVE BUSD-CYCLE-SW     TO WS-CYCLE-SW
005030     END-READ
005040     CLOSE BUSDCARD.
005050 1000-EXIT.
005060     EXIT.
005070*-----------------------------------------------------------------
005080* 1050-LOAD-PARM THRU 1050-EXIT.
005090* CODEPAGE SWITCH ONLY - A MISSING CARD DEFAULTS TO ASCII.
005100*-----------------------------------------------------------------
005110 1050-LOAD-PARM.
005120     OPEN INPUT PARMFILE
005130     IF FS-PARM-OK
005140         READ PARMFILE
005150             AT END
005160                 MOVE "A" TO WS-CODEPAGE-SW
005170             NOT AT END
005180                 MOVE PARM-CODEPAGE-SW TO WS-CODEPAGE-SW
005190         END-READ
005200         CLOSE PARMFILE
005210     ELSE
005220         MOVE "A" TO WS-CODEPAGE-SW
005230     END-IF
005240     IF WS-CODEPAGE-SW NOT = "A" AND WS-CODEPAGE-SW NOT = "E"
005250         MOVE "A" TO WS-CODEPAGE-SW
005260     END-IF.
005270 1050-EXIT.
005280     EXIT.
005290*-----------------------------------------------------------------
005300* 1100-LOAD-CALENDAR THRU 1100-EXIT.
005310* HOLIDAYS ONLY. A MISSING CALENDAR HOLDS NO HOLIDAYS.
005320*-----------------------------------------------------------------
005330 1100-LOAD-CALENDAR.
005340     OPEN INPUT CALFILE
005350     IF NOT FS-CAL-OK
005360         GO TO 1100-EXIT
005370     END-IF
005380     PERFORM 1110-READ-CAL THRU 1110-EXIT
005390     PERFORM UNTIL FS-CAL-EOF
005400         IF CAL-IS-HOLIDAY
005410             IF WS-CAL-COUNT >= 200
005420                 DISPLAY "CALENDAR EXCEEDS WS-CAL-TABLE "
005430                     "CAPACITY OF 200"
005440                 MOVE 99 TO RETURN-CODE
005450                 CLOSE CALFILE
005460                 GO TO 1100-EXIT
005470             END-IF
005480             ADD 1 TO WS-CAL-COUNT
005490             MOVE CAL-DATE TO WS-CAL-HOLIDAY(WS-CAL-COUNT)
005500         END-IF
005510         PERFORM 1110-READ-CAL THRU 1110-EXIT
005520     END-PERFORM
005530     CLOSE CALFILE.
005540 1100-EXIT.
005550     EXIT.
005560*-----------------------------------------------------------------
005570* 1110-READ-CAL THRU 1110-EXIT.
005580*-----------------------------------------------------------------
005590 1110-READ-CAL.
005600     READ CALFILE
005610         AT END
005620             MOVE 10 TO FS-CAL
005630     END-READ.
005640 1110-EXIT.
005650     EXIT.
005660*-----------------------------------------------------------------
005670* 1200-LOAD-REGISTER THRU 1200-EXIT.
005680* NO REGISTER (STATUS 35) MEANS NO MONTH HAS BEEN CLOSED YET.
005690*-----------------------------------------------------------------
005700 1200-LOAD-REGISTER.
005710     MOVE 0 TO WS-PC-COUNT
005720     OPEN INPUT PCLOSE
005730     IF NOT FS-PCLS-OK
005740         GO TO 1200-EXIT
005750     END-IF
005760     PERFORM 1210-READ-PCLOSE THRU 1210-EXIT
005770     PERFORM UNTIL FS-PCLS-EOF
005780         IF WS-PC-COUNT >= 600
005790             DISPLAY "REGISTER EXCEEDS WS-PC-TABLE CAPACITY "
005800                 "OF 600"
005810             MOVE 99 TO RETURN-CODE
005820             CLOSE PCLOSE
005830             GO TO 1200-EXIT
005840         END-IF
005850         ADD 1 TO WS-PC-COUNT
005860         MOVE PCLS-PERIOD TO WS-PC-PERIOD(WS-PC-COUNT)
005870         MOVE PCLS-STATE  TO WS-PC-STATE(WS-PC-COUNT)
005880         MOVE PCLS-RECORD TO WS-PC-LINE(WS-PC-COUNT)
005890         PERFORM 1210-READ-PCLOSE THRU 1210-EXIT
005900     END-PERFORM
005910     CLOSE PCLOSE.
005920 1200-EXIT.
005930     EXIT.
005940*-----------------------------------------------------------------
005950* 1210-READ-PCLOSE THRU 1210-EXIT.
005960*-----------------------------------------------------------------
005970 1210-READ-PCLOSE.
005980     READ PCLOSE
005990         AT END
006000             MOVE 10 TO FS-PCLS
006010     END-READ.
006020 1210-EXIT.
006030     EXIT.
006040*-----------------------------------------------------------------
006050* 1250-FIND-PERIOD THRU 1250-EXIT.
006060* WS-PC-HIT POINTS AT THE REGISTER LINE FOR WS-LOOK-PERIOD, OR IS
006070* ZERO.
006080*-----------------------------------------------------------------
006090 1250-FIND-PERIOD.
006100     MOVE 0 TO WS-PC-HIT
006110     PERFORM VARYING WS-PC-IX FROM 1 BY 1
006120             UNTIL WS-PC-IX > WS-PC-COUNT OR WS-PC-HIT > 0
006130         IF WS-PC-PERIOD(WS-PC-IX) = WS-LOOK-PERIOD
006140             MOVE WS-PC-IX TO WS-PC-HIT
006150         END-IF
006160     END-PERFORM.
006170 1250-EXIT.
006180     EXIT.
006190*-----------------------------------------------------------------
006200* 1290-REWRITE-REGISTER THRU 1290-EXIT.
006210*-----------------------------------------------------------------
006220 1290-REWRITE-REGISTER.
006230     OPEN OUTPUT PCLOSE
006240     IF NOT FS-PCLS-OK
006250         DISPLAY "OPEN PCLOSE"
006260         DISPLAY FS-PCLS
006270         MOVE FS-PCLS TO RETURN-CODE
006280         GO TO 1290-EXIT
006290     END-IF
006300     PERFORM VARYING WS-PC-IX FROM 1 BY 1
006310             UNTIL WS-PC-IX > WS-PC-COUNT
006320         MOVE WS-PC-LINE(WS-PC-IX) TO PCLS-RECORD
006330         WRITE PCLS-RECORD
006340         IF NOT FS-PCLS-OK
006350             DISPLAY "WRITE PCLOSE"
006360             DISPLAY FS-PCLS
006370             MOVE FS-PCLS TO RETURN-CODE
006380         END-IF
006390     END-PERFORM
006400     CLOSE PCLOSE.
006410 1290-EXIT.
006420     EXIT.
006430*-----------------------------------------------------------------
006440* 1300-CERTIFY-FROM-CARD THRU 1300-EXIT.
006450* ACTION 'C' CERTIFIES A MONTH ALREADY CLOSED, UNDER A NAMED
006460* CERTIFIER. A CARD THAT CANNOT BE HONOURED STOPS THE RUN RC 8 SO
006470* FINANCE KNOWS THE MONTH IS NOT LOCKED; A MONTH ALREADY
006480* CERTIFIED IS ONLY NOTED ON THE CONSOLE, RC 0, SO A CARD LEFT IN
006490* PLACE NEVER FAILS A LATER NIGHT'S STEP.
006500*-----------------------------------------------------------------
006510 1300-CERTIFY-FROM-CARD.
006520     OPEN INPUT MECARD
006530     IF NOT FS-MEC-OK
006540         GO TO 1300-EXIT
006550     END-IF
006560     READ MECARD
006570         AT END
006580             MOVE SPACES TO MEC-RECORD
006590     END-READ
006600     CLOSE MECARD
006610     IF NOT MEC-CERTIFY
006620         GO TO 1300-EXIT
006630     END-IF
006640     IF MEC-CERTIFIED-BY = SPACES
006650         DISPLAY "PKMEND01 CERTIFICATION OF " MEC-PERIOD
006660             " REFUSED - NO CERTIFIER NAMED ON THE CARD"
006670         MOVE 8 TO RETURN-CODE
006680         GO TO 1300-EXIT
006690     END-IF
006700     MOVE MEC-PERIOD TO WS-LOOK-PERIOD
006710     PERFORM 1250-FIND-PERIOD THRU 1250-EXIT
006720     IF WS-PC-HIT = 0
006730         DISPLAY "PKMEND01 CERTIFICATION OF " MEC-PERIOD
006740             " REFUSED - THAT MONTH HAS NOT BEEN CLOSED"
006750         MOVE 8 TO RETURN-CODE
006760         GO TO 1300-EXIT
006770     END-IF
006780     MOVE WS-PC-LINE(WS-PC-HIT) TO PCLS-RECORD
006790     IF PCLS-CERTIFIED
006800         DISPLAY "PKMEND01 " MEC-PERIOD " ALREADY CERTIFIED BY "
006810             PCLS-CERT-BY " ON " PCLS-CERT-DATE
006820         GO TO 1300-EXIT
006830     END-IF
006840     SET PCLS-CERTIFIED TO TRUE
006850     MOVE MEC-CERTIFIED-BY TO PCLS-CERT-BY
006860     MOVE WS-RUN-DATE      TO PCLS-CERT-DATE
006870     MOVE WS-RUN-TIME      TO PCLS-CERT-TIME
006880     MOVE PCLS-STATE  TO WS-PC-STATE(WS-PC-HIT)
006890     MOVE PCLS-RECORD TO WS-PC-LINE(WS-PC-HIT)
006900     PERFORM 1290-REWRITE-REGISTER THRU 1290-EXIT
006910     IF RETURN-CODE < 8
006920         DISPLAY "PKMEND01 " MEC-PERIOD " CERTIFIED BY "
006930             MEC-CERTIFIED-BY " - MONTH LOCKED"
006940     END-IF.
006950 1300-EXIT.
006960     EXIT.
006970*-----------------------------------------------------------------
006980* 1500-CHECK-MONTH-END THRU 1500-EXIT.
006990* THE BUSINESS DATE IS THE LAST BUSINESS DAY OF ITS MONTH WHEN
007000* THE NEXT BUSINESS DAY FALLS IN ANOTHER MONTH. WS-PERIOD IS SET
007010* ONLY WHEN THERE IS A CLOSE TO CUT; ANY OTHER NIGHT IS A QUIET
007020* RC 0. A CERTIFIED MONTH, OR A SUPPLEMENTAL CYCLE'S PARTIAL
007030* FEED, IS REFUSED RC 8.
007040*-----------------------------------------------------------------
007050 1500-CHECK-MONTH-END.
007060     MOVE SPACES TO WS-PERIOD
007070     IF WS-BUS-DATE NOT NUMERIC
007080         DISPLAY "PKMEND01 BUSINESS DATE NOT NUMERIC: "
007090             WS-BUS-DATE
007100         MOVE 8 TO RETURN-CODE
007110         GO TO 1500-EXIT
007120     END-IF
007130     COMPUTE WS-DAY-INT
007140         = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-N)
007150     PERFORM 1510-STEP-FORWARD THRU 1510-EXIT
007160     PERFORM UNTIL NOT WS-NON-BUS-DAY
007170         PERFORM 1510-STEP-FORWARD THRU 1510-EXIT
007180     END-PERFORM
007190     IF WS-NEXT-BUS-DATE(1:6) = WS-BUS-DATE(1:6)
007200         DISPLAY "PKMEND01 " WS-BUS-DATE " IS NOT THE LAST "
007210             "BUSINESS DAY OF ITS MONTH - NO CLOSE"
007220         GO TO 1500-EXIT
007230     END-IF
007240     MOVE WS-BUS-DATE(1:6) TO WS-LOOK-PERIOD
007250     PERFORM 1250-FIND-PERIOD THRU 1250-EXIT
007260     IF WS-PC-HIT > 0
007270         IF WS-PC-STATE(WS-PC-HIT) = 'C'
007280             DISPLAY "PKMEND01 PERIOD " WS-LOOK-PERIOD
007290                 " IS CERTIFIED - CLOSE LOCKED, NOT RECUT"
007300             MOVE 8 TO RETURN-CODE
007310             GO TO 1500-EXIT
007320         END-IF
007330     END-IF
007340     IF WS-SUPPLEMENTAL-CYCLE
007350         DISPLAY "PKMEND01 SUPPLEMENTAL CYCLE - YOUR-FILE.TXT "
007360             "IS NOT THE WHOLE BOOK; RUN THE CLOSE AFTER THE "
007370             "MAIN CYCLE"
007380         MOVE 8 TO RETURN-CODE
007390         GO TO 1500-EXIT
007400     END-IF
007410     MOVE WS-BUS-DATE(1:6) TO WS-PERIOD
007420     MOVE SPACES TO WS-PERIOD-START
007430     STRING WS-PERIOD "01" DELIMITED SIZE INTO WS-PERIOD-START
007440     IF WS-PERIOD-MONTH = 1
007450         COMPUTE WS-PRIOR-YEAR = WS-PERIOD-YEAR - 1
007460         MOVE 12 TO WS-PRIOR-MONTH
007470     ELSE
007480         MOVE WS-PERIOD-YEAR TO WS-PRIOR-YEAR
007490         COMPUTE WS-PRIOR-MONTH = WS-PERIOD-MONTH - 1
007500     END-IF
007510     MOVE SPACES TO WS-RPT-NAME
007520     STRING "month-end-cert-" WS-PERIOD ".txt"
007530         DELIMITED SIZE INTO WS-RPT-NAME.
007540 1500-EXIT.
007550     EXIT.
007560*-----------------------------------------------------------------
007570* 1510-STEP-FORWARD THRU 1510-EXIT.
007580*-----------------------------------------------------------------
007590 1510-STEP-FORWARD.
007600     MOVE 'N' TO WS-NON-BUS-SW
007610     ADD 1 TO WS-DAY-INT
007620     COMPUTE WS-NEXT-BUS-DATE-N
007630         = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
007640     COMPUTE WS-DAY-REM = FUNCTION REM(WS-DAY-INT 7)
007650     IF WS-DAY-REM = 6 OR WS-DAY-REM = 0
007660         SET WS-NON-BUS-DAY TO TRUE
007670         GO TO 1510-EXIT
007680     END-IF
007690     PERFORM VARYING WS-CAL-IX FROM 1 BY 1
007700             UNTIL WS-CAL-IX > WS-CAL-COUNT
007710         IF WS-CAL-HOLIDAY(WS-CAL-IX) = WS-NEXT-BUS-DATE
007720             SET WS-NON-BUS-DAY TO TRUE
007730         END-IF
007740     END-PERFORM.
007750 1510-EXIT.
007760     EXIT.
007770*-----------------------------------------------------------------
007780* 1600-CHECK-PUBLISHED THRU 1600-EXIT.
007790* THE CLOSE IS CUT ONLY FROM A NIGHT THE RUN REGISTRY SHOWS
007800* CONVERTED, VERIFIED AND PUBLISHED CLEAN - THE SAME TEST
007810* PKSTAT01 APPLIES BEFORE IT PRINTS GO.
007820*-----------------------------------------------------------------
007830 1600-CHECK-PUBLISHED.
007840     OPEN INPUT REGISTRY
007850     IF NOT FS-REG-OK
007860         DISPLAY "PKMEND01 NO RUN REGISTRY (STATUS " FS-REG
007870             ") - CLOSE NOT CUT"
007880         MOVE 8 TO RETURN-CODE
007890         GO TO 1600-EXIT
007900     END-IF
007910     PERFORM 1610-READ-REGISTRY THRU 1610-EXIT
007920     PERFORM UNTIL FS-REG-EOF
007930         IF RUNREG-BUS-DATE = WS-BUS-DATE
007940                 AND RUNREG-CONV-RC = 0
007950                 AND RUNREG-VRFY-RC = 0
007960                 AND RUNREG-PUB-RC = 0
007970             SET WS-RUN-FOUND TO TRUE
007980         END-IF
007990         PERFORM 1610-READ-REGISTRY THRU 1610-EXIT
008000     END-PERFORM
008010     CLOSE REGISTRY
008020     IF NOT WS-RUN-FOUND
008030         DISPLAY "PKMEND01 NO CLEAN PUBLISHED RUN FOR "
008040             WS-BUS-DATE " ON THE REGISTRY - CLOSE NOT CUT"
008050         MOVE 8 TO RETURN-CODE
008060     END-IF.
008070 1600-EXIT.
008080     EXIT.
008090*-----------------------------------------------------------------
008100* 1610-READ-REGISTRY THRU 1610-EXIT.
008110*-----------------------------------------------------------------
008120 1610-READ-REGISTRY.
008130     READ REGISTRY
008140         AT END
008150             MOVE 10 TO FS-REG
008160     END-READ.
008170 1610-EXIT.
008180     EXIT.
008190*-----------------------------------------------------------------
008200* 2000-PROVE-FEED THRU 2000-EXIT.
008210* A FIRST PASS ADDS UP THE FILEO-REC4 DETAILS AND HOLDS THEM
008220* AGAINST THE TRAILER BEFORE ANY SNAPSHOT IS TOUCHED, SO A SHORT
008230* FEED CAN NEVER REPLACE A GOOD SNAPSHOT FROM AN EARLIER RUN.
008240*-----------------------------------------------------------------
008250 2000-PROVE-FEED.
008260     OPEN INPUT FILEO
008270     IF NOT FS-FILEO-OK
008280         DISPLAY "OPEN FILEO"
008290         DISPLAY FS-FILEO
008300         MOVE FS-FILEO TO RETURN-CODE
008310         GO TO 2000-EXIT
008320     END-IF
008330     PERFORM 2010-READ-FILEO THRU 2010-EXIT
008340     PERFORM UNTIL FS-FILEO-EOF
008350         EVALUATE TRUE
008360             WHEN FILEO-TYPE-REC4
008370                 ADD 1          TO WS-FEED-COUNT
008380                 ADD FILEO-REC4 TO WS-FEED-TOTAL
008390             WHEN FILEO-TYPE-TRAILER
008400                 SET WS-TRAILER-SEEN TO TRUE
008410                 MOVE FILEO-TRL-COUNT-REC4    TO WS-TRL-COUNT
008420                 MOVE FILEO-TRL-CONTROL-TOTAL TO WS-TRL-TOTAL
008430         END-EVALUATE
008440         PERFORM 2010-READ-FILEO THRU 2010-EXIT
008450     END-PERFORM
008460     CLOSE FILEO
008470     IF NOT WS-TRAILER-SEEN
008480         DISPLAY "PKMEND01 YOUR-FILE.TXT HAS NO TRAILER - "
008490             "CLOSE NOT CUT"
008500         MOVE 8 TO RETURN-CODE
008510         GO TO 2000-EXIT
008520     END-IF
008530     IF WS-FEED-COUNT NOT = WS-TRL-COUNT
008540             OR WS-FEED-TOTAL NOT = WS-TRL-TOTAL
008550         DISPLAY "PKMEND01 YOUR-FILE.TXT DISAGREES WITH ITS "
008560             "TRAILER - CLOSE NOT CUT"
008570         DISPLAY "PKMEND01 FEED    COUNT " WS-FEED-COUNT
008580             " TOTAL " WS-FEED-TOTAL
008590         DISPLAY "PKMEND01 TRAILER COUNT " WS-TRL-COUNT
008600             " TOTAL " WS-TRL-TOTAL
008610         MOVE 8 TO RETURN-CODE
008620     END-IF.
008630 2000-EXIT.
008640     EXIT.
008650*-----------------------------------------------------------------
008660* 2010-READ-FILEO THRU 2010-EXIT.
008670*-----------------------------------------------------------------
008680 2010-READ-FILEO.
008690     READ FILEO
008700         AT END
008710             MOVE 10 TO FS-FILEO
008720     END-READ
008730     IF FS-FILEO-OK AND WS-CODEPAGE-IS-EBCDIC
008740         INSPECT FILEO-REC-TYPE CONVERTING WS-CP-EBCDIC-CHARS
008750             TO WS-CP-ASCII-CHARS
008760     END-IF.
008770 2010-EXIT.
008780     EXIT.
008790*-----------------------------------------------------------------
008800* 2500-LOAD-OPENING THRU 2500-EXIT.
008810* THE OPENING BALANCE IS LAST MONTH'S CLOSING SNAPSHOT, BRANCH BY
008820* BRANCH AS IT WAS CERTIFIED. BEFORE THE FIRST SNAPSHOT EXISTS IT
008830* IS BUILT FROM BALANCE HISTORY INSTEAD.
008840*-----------------------------------------------------------------
008850 2500-LOAD-OPENING.
008860     MOVE SPACES TO WS-SNAP-NAME
008870     STRING "period-snapshot-" WS-PRIOR-PERIOD ".txt"
008880         DELIMITED SIZE INTO WS-SNAP-NAME
008890     OPEN INPUT SNAPF
008900     IF NOT FS-SNAP-OK
008910         PERFORM 2600-OPENING-FROM-HISTORY THRU 2600-EXIT
008920         GO TO 2500-EXIT
008930     END-IF
008940     MOVE SPACES TO WS-OPEN-SOURCE
008950     STRING "OPENING FROM " WS-SNAP-NAME
008960         DELIMITED SIZE INTO WS-OPEN-SOURCE
008970     PERFORM 2510-READ-SNAP THRU 2510-EXIT
008980     PERFORM UNTIL FS-SNAP-EOF OR RETURN-CODE >= 8
008990         MOVE PSNP-BRANCH TO WS-LOOK-BRANCH
009000         PERFORM 2950-FIND-BRANCH-ENTRY THRU 2950-EXIT
009010         IF RETURN-CODE < 8
009020             ADD PSNP-VALUE TO WS-BR-OPENING(WS-BR-HIT)
009030         END-IF
009040         PERFORM 2510-READ-SNAP THRU 2510-EXIT
009050     END-PERFORM
009060     CLOSE SNAPF.
009070 2500-EXIT.
009080     EXIT.
009090*-----------------------------------------------------------------
009100* 2510-READ-SNAP THRU 2510-EXIT.
009110*-----------------------------------------------------------------
009120 2510-READ-SNAP.
009130     READ SNAPF
009140         AT END
009150             MOVE 10 TO FS-SNAP
009160     END-READ.
009170 2510-EXIT.
009180     EXIT.
009190*-----------------------------------------------------------------
009200* 2600-OPENING-FROM-HISTORY THRU 2600-EXIT.
009210* EACH ACCOUNT'S LATEST BALANCE-HISTORY ROW DATED BEFORE THE
009220* FIRST OF THE MONTH, UNDER ITS BRANCH ON TODAY'S MASTER. NO
009230* HISTORY AT ALL OPENS EVERY BRANCH AT ZERO.
009240*-----------------------------------------------------------------
009250 2600-OPENING-FROM-HISTORY.
009260     OPEN INPUT HISTFILE
009270     IF NOT FS-HIST-OK
009280         DISPLAY "PKMEND01 NO PRIOR SNAPSHOT AND NO HISTORY "
009290             "(STATUS " FS-HIST ") - OPENING BALANCES ZERO"
009300         MOVE "NO PRIOR SNAPSHOT OR HISTORY - OPENED AT ZERO"
009310             TO WS-OPEN-SOURCE
009320         GO TO 2600-EXIT
009330     END-IF
009340     MOVE "OPENING FROM BALANCE HISTORY" TO WS-OPEN-SOURCE
009350     MOVE SPACES TO WS-HA-ACCOUNT
009360     MOVE 'N' TO WS-HA-SW
009370     PERFORM 2610-READ-HIST THRU 2610-EXIT
009380     PERFORM UNTIL FS-HIST-EOF OR RETURN-CODE >= 8
009390         IF HIST-ACCOUNT NOT = WS-HA-ACCOUNT
009400             PERFORM 2620-POST-OPENING THRU 2620-EXIT
009410             MOVE HIST-ACCOUNT TO WS-HA-ACCOUNT
009420             MOVE 'N' TO WS-HA-SW
009430         END-IF
009440         IF HIST-EFF-DATE < WS-PERIOD-START
009450             MOVE HIST-VALUE TO WS-HA-VALUE
009460             SET WS-HA-HAS-OPENING TO TRUE
009470         END-IF
009480         PERFORM 2610-READ-HIST THRU 2610-EXIT
009490     END-PERFORM
009500     PERFORM 2620-POST-OPENING THRU 2620-EXIT
009510     CLOSE HISTFILE.
009520 2600-EXIT.
009530     EXIT.
009540*-----------------------------------------------------------------
009550* 2610-READ-HIST THRU 2610-EXIT.
009560*-----------------------------------------------------------------
009570 2610-READ-HIST.
009580     READ HISTFILE NEXT RECORD
009590         AT END
009600             MOVE 10 TO FS-HIST
009610     END-READ.
009620 2610-EXIT.
009630     EXIT.
009640*-----------------------------------------------------------------
009650* 2620-POST-OPENING THRU 2620-EXIT.
009660*-----------------------------------------------------------------
009670 2620-POST-OPENING.
009680     IF NOT WS-HA-HAS-OPENING
009690         GO TO 2620-EXIT
009700     END-IF
009710     MOVE WS-HA-ACCOUNT TO WS-LOOK-ACCOUNT
009720     PERFORM 2900-FIND-MASTER-BRANCH THRU 2900-EXIT
009730     PERFORM 2950-FIND-BRANCH-ENTRY THRU 2950-EXIT
009740     IF RETURN-CODE < 8
009750         ADD WS-HA-VALUE TO WS-BR-OPENING(WS-BR-HIT)
009760     END-IF.
009770 2620-EXIT.
009780     EXIT.
009790*-----------------------------------------------------------------
009800* 2900-FIND-MASTER-BRANCH THRU 2900-EXIT.
009810* WS-LOOK-BRANCH IS THE MASTER'S BRANCH FOR WS-LOOK-ACCOUNT, OR
009820* SPACES WHEN THE ACCOUNT IS NOT ON IT.
009830*-----------------------------------------------------------------
009840 2900-FIND-MASTER-BRANCH.
009850     MOVE SPACES TO WS-LOOK-BRANCH
009860     IF NOT WS-MASTER-AVAILABLE
009870         GO TO 2900-EXIT
009880     END-IF
009890     MOVE WS-LOOK-ACCOUNT TO ACCT-NUMBER
009900     READ ACCTMAST
009910         INVALID KEY
009920             CONTINUE
009930         NOT INVALID KEY
009940             MOVE ACCT-BRANCH TO WS-LOOK-BRANCH
009950     END-READ.
009960 2900-EXIT.
009970     EXIT.
009980*-----------------------------------------------------------------
009990* 2950-FIND-BRANCH-ENTRY THRU 2950-EXIT.
010000* WS-BR-HIT POINTS AT THE REPORT ENTRY FOR WS-LOOK-BRANCH, ADDED
010010* IF NEW.
010020*-----------------------------------------------------------------
010030 2950-FIND-BRANCH-ENTRY.
010040     MOVE 0 TO WS-BR-HIT
010050     PERFORM VARYING WS-BR-IX FROM 1 BY 1
010060             UNTIL WS-BR-IX > WS-BR-COUNT OR WS-BR-HIT > 0
010070         IF WS-BR-BRANCH(WS-BR-IX) = WS-LOOK-BRANCH
010080             MOVE WS-BR-IX TO WS-BR-HIT
010090         END-IF
010100     END-PERFORM
010110     IF WS-BR-HIT > 0
010120         GO TO 2950-EXIT
010130     END-IF
010140     IF WS-BR-COUNT >= 100
010150         DISPLAY "BRANCHES EXCEED WS-BR-TABLE CAPACITY OF 100"
010160         MOVE 99 TO RETURN-CODE
010170         GO TO 2950-EXIT
010180     END-IF
010190     ADD 1 TO WS-BR-COUNT
010200     MOVE WS-BR-COUNT    TO WS-BR-HIT
010210     MOVE WS-LOOK-BRANCH TO WS-BR-BRANCH(WS-BR-HIT)
010220     MOVE 0 TO WS-BR-OPENING(WS-BR-HIT)
010230               WS-BR-CLOSING(WS-BR-HIT)
010240               WS-BR-ACCT-CT(WS-BR-HIT)
010250               WS-BR-OPENED-CT(WS-BR-HIT)
010260               WS-BR-CLOSED-CT(WS-BR-HIT)
010270               WS-BR-REJECT-CT(WS-BR-HIT)
010280               WS-BR-BREAK-CT(WS-BR-HIT).
010290 2950-EXIT.
010300     EXIT.
010310*-----------------------------------------------------------------
010320* 3000-CUT-SNAPSHOT THRU 3000-EXIT.
010330* THE SECOND PASS WRITES ONE SNAPSHOT LINE PER FILEO-REC4 DETAIL
010340* AND ADDS IT TO ITS BRANCH'S CLOSING BALANCE. OPEN OUTPUT
010350* REPLACES ANY SNAPSHOT AN EARLIER RUN CUT FOR THE SAME MONTH.
010360*-----------------------------------------------------------------
010370 3000-CUT-SNAPSHOT.
010380     MOVE SPACES TO WS-SNAP-NAME
010390     STRING "period-snapshot-" WS-PERIOD ".txt"
010400         DELIMITED SIZE INTO WS-SNAP-NAME
010410     OPEN INPUT FILEO
010420     IF NOT FS-FILEO-OK
010430         DISPLAY "OPEN FILEO"
010440         DISPLAY FS-FILEO
010450         MOVE FS-FILEO TO RETURN-CODE
010460         GO TO 3000-EXIT
010470     END-IF
010480     OPEN OUTPUT SNAPF
010490     IF NOT FS-SNAP-OK
010500         DISPLAY "OPEN SNAPF " WS-SNAP-NAME
010510         DISPLAY FS-SNAP
010520         MOVE FS-SNAP TO RETURN-CODE
010530         CLOSE FILEO
010540         GO TO 3000-EXIT
010550     END-IF
010560     PERFORM 2010-READ-FILEO THRU 2010-EXIT
010570     PERFORM UNTIL FS-FILEO-EOF OR RETURN-CODE >= 8
010580         IF FILEO-TYPE-REC4
010590             PERFORM 3010-WRITE-SNAP THRU 3010-EXIT
010600         END-IF
010610         PERFORM 2010-READ-FILEO THRU 2010-EXIT
010620     END-PERFORM
010630     CLOSE SNAPF
010640     CLOSE FILEO.
010650 3000-EXIT.
010660     EXIT.
010670*-----------------------------------------------------------------
010680* 3010-WRITE-SNAP THRU 3010-EXIT.
010690*-----------------------------------------------------------------
010700 3010-WRITE-SNAP.
010710     MOVE FILEO-ACCOUNT TO WS-LOOK-ACCOUNT
010720     PERFORM 2900-FIND-MASTER-BRANCH THRU 2900-EXIT
010730     PERFORM 2950-FIND-BRANCH-ENTRY THRU 2950-EXIT
010740     IF RETURN-CODE >= 8
010750         GO TO 3010-EXIT
010760     END-IF
010770     MOVE WS-PERIOD         TO PSNP-PERIOD
010780     MOVE WS-BUS-DATE       TO PSNP-BUS-DATE
010790     MOVE FILEO-ACCOUNT     TO PSNP-ACCOUNT
010800     MOVE FILEO-EFF-DATE    TO PSNP-EFF-DATE
010810     MOVE WS-LOOK-BRANCH    TO PSNP-BRANCH
010820     MOVE FILEO-REC4        TO PSNP-VALUE
010830     MOVE FILEO-CURRENCY    TO PSNP-CURRENCY
010840     MOVE FILEO-ORIG-AMOUNT TO PSNP-ORIG-AMOUNT
010850     WRITE PSNP-RECORD
010860     IF NOT FS-SNAP-OK
010870         DISPLAY "WRITE SNAPF"
010880         DISPLAY FS-SNAP
010890         MOVE FS-SNAP TO RETURN-CODE
010900         GO TO 3010-EXIT
010910     END-IF
010920     ADD 1          TO WS-SNAP-COUNT
010930     ADD FILEO-REC4 TO WS-SNAP-TOTAL
010940     ADD 1          TO WS-BR-ACCT-CT(WS-BR-HIT)
010950     ADD FILEO-REC4 TO WS-BR-CLOSING(WS-BR-HIT).
010960 3010-EXIT.
010970     EXIT.
010980*-----------------------------------------------------------------
010990* 3500-SCAN-MASTER THRU 3500-EXIT.
011000* ACCOUNTS OPENED IN THE MONTH, AND ACCOUNTS NOW CLOSED WHOSE
011010* CLOSE DATE FALLS IN IT, BY MASTER BRANCH.
011020*-----------------------------------------------------------------
011030 3500-SCAN-MASTER.
011040     IF NOT WS-MASTER-AVAILABLE
011050         GO TO 3500-EXIT
011060     END-IF
011070     MOVE LOW-VALUES TO ACCT-NUMBER
011080     START ACCTMAST KEY IS NOT LESS THAN ACCT-NUMBER
011090         INVALID KEY
011100             GO TO 3500-EXIT
011110     END-START
011120     PERFORM 3510-READ-MASTER THRU 3510-EXIT
011130     PERFORM UNTIL FS-ACCT-EOF OR RETURN-CODE >= 8
011140         IF ACCT-OPEN-DATE(1:6) = WS-PERIOD
011150                 OR (ACCT-IS-CLOSED
011160                     AND ACCT-CLOSE-DATE(1:6) = WS-PERIOD)
011170             MOVE ACCT-BRANCH TO WS-LOOK-BRANCH
011180             PERFORM 2950-FIND-BRANCH-ENTRY THRU 2950-EXIT
011190             IF RETURN-CODE < 8
011200                 IF ACCT-OPEN-DATE(1:6) = WS-PERIOD
011210                     ADD 1 TO WS-BR-OPENED-CT(WS-BR-HIT)
011220                 END-IF
011230                 IF ACCT-IS-CLOSED
011240                         AND ACCT-CLOSE-DATE(1:6) = WS-PERIOD
011250                     ADD 1 TO WS-BR-CLOSED-CT(WS-BR-HIT)
011260                 END-IF
011270             END-IF
011280         END-IF
011290         PERFORM 3510-READ-MASTER THRU 3510-EXIT
011300     END-PERFORM.
011310 3500-EXIT.
011320     EXIT.
011330*-----------------------------------------------------------------
011340* 3510-READ-MASTER THRU 3510-EXIT.
011350*-----------------------------------------------------------------
011360 3510-READ-MASTER.
011370     READ ACCTMAST NEXT RECORD
011380         AT END
011390             MOVE 10 TO FS-ACCT
011400     END-READ.
011410 3510-EXIT.
011420     EXIT.
011430*-----------------------------------------------------------------
011440* 3600-LOAD-REJECTS THRU 3600-EXIT.
011450* THE MONTH'S TALLY LINES, THE LATEST FOR EACH DATE, CYCLE AND
011460* BRANCH, THEN SUMMED BY BRANCH. NO TALLY MEANS NO COUNT, WITH A
011470* CONSOLE NOTE.
011480*-----------------------------------------------------------------
011490 3600-LOAD-REJECTS.
011500     OPEN INPUT REJTALLY
011510     IF NOT FS-RJT-OK
011520         DISPLAY "PKMEND01 NO REJECT TALLY (STATUS " FS-RJT
011530             ") - REJECT COUNTS SHOWN AS ZERO"
011540         GO TO 3600-EXIT
011550     END-IF
011560     PERFORM 3610-READ-TALLY THRU 3610-EXIT
011570     PERFORM UNTIL FS-RJT-EOF OR RETURN-CODE >= 8
011580         IF REJT-BUS-DATE(1:6) = WS-PERIOD
011590             PERFORM 3620-KEEP-TALLY THRU 3620-EXIT
011600         END-IF
011610         PERFORM 3610-READ-TALLY THRU 3610-EXIT
011620     END-PERFORM
011630     CLOSE REJTALLY
011640     PERFORM VARYING WS-TY-IX FROM 1 BY 1
011650             UNTIL WS-TY-IX > WS-TY-COUNT OR RETURN-CODE >= 8
011660         MOVE WS-TY-BRANCH(WS-TY-IX) TO WS-LOOK-BRANCH
011670         PERFORM 2950-FIND-BRANCH-ENTRY THRU 2950-EXIT
011680         IF RETURN-CODE < 8
011690             ADD WS-TY-COUNT-REJ(WS-TY-IX)
011700                 TO WS-BR-REJECT-CT(WS-BR-HIT)
011710         END-IF
011720     END-PERFORM.
011730 3600-EXIT.
011740     EXIT.
011750*-----------------------------------------------------------------
011760* 3610-READ-TALLY THRU 3610-EXIT.
011770*-----------------------------------------------------------------
011780 3610-READ-TALLY.
011790     READ REJTALLY
011800         AT END
011810             MOVE 10 TO FS-RJT
011820     END-READ.
011830 3610-EXIT.
011840     EXIT.
011850*-----------------------------------------------------------------
011860* 3620-KEEP-TALLY THRU 3620-EXIT.
011870* A LATER LINE FOR THE SAME DATE, CYCLE AND BRANCH IS A RERUN OF
011880* THE EDIT AND REPLACES THE EARLIER COUNT.
011890*-----------------------------------------------------------------
011900 3620-KEEP-TALLY.
011910     MOVE 0 TO WS-TY-HIT
011920     PERFORM VARYING WS-TY-IX FROM 1 BY 1
011930             UNTIL WS-TY-IX > WS-TY-COUNT OR WS-TY-HIT > 0
011940         IF WS-TY-BUS-DATE(WS-TY-IX) = REJT-BUS-DATE
011950                 AND WS-TY-CYCLE(WS-TY-IX) = REJT-CYCLE
011960                 AND WS-TY-BRANCH(WS-TY-IX) = REJT-BRANCH
011970             MOVE WS-TY-IX TO WS-TY-HIT
011980         END-IF
011990     END-PERFORM
012000     IF WS-TY-HIT = 0
012010         IF WS-TY-COUNT >= 3000
012020             DISPLAY "TALLY EXCEEDS WS-TY-TABLE CAPACITY OF 3000"
012030             MOVE 99 TO RETURN-CODE
012040             GO TO 3620-EXIT
012050         END-IF
012060         ADD 1 TO WS-TY-COUNT
012070         MOVE WS-TY-COUNT   TO WS-TY-HIT
012080         MOVE REJT-BUS-DATE TO WS-TY-BUS-DATE(WS-TY-HIT)
012090         MOVE REJT-CYCLE    TO WS-TY-CYCLE(WS-TY-HIT)
012100         MOVE REJT-BRANCH   TO WS-TY-BRANCH(WS-TY-HIT)
012110     END-IF
012120     MOVE REJT-COUNT TO WS-TY-COUNT-REJ(WS-TY-HIT).
012130 3620-EXIT.
012140     EXIT.
012150*-----------------------------------------------------------------
012160* 3700-LOAD-BREAKS THRU 3700-EXIT.
012170* EVERY LINE ON OUTSTANDING-BREAKS.TXT IS STILL OPEN - SETTLED
012180* BREAKS DROP OFF THE FILE - SO ALL OF THEM ARE LISTED UNDER
012190* THEIR ACCOUNT'S BRANCH. A FILE THAT WILL NOT OPEN IS NOT THE
012200* SAME AS NO BREAKS: THE PAGES SAY THE BREAKS ARE NOT KNOWN AND
012210* THE RUN ENDS AT LEAST RC 4.
012220*-----------------------------------------------------------------
012230 3700-LOAD-BREAKS.
012240     OPEN INPUT BREAKS
012250     IF NOT FS-BRK-OK
012260         DISPLAY "PKMEND01 NO OUTSTANDING BREAKS (STATUS " FS-BRK
012270             ") - BREAKS SHOWN AS NOT AVAILABLE"
012280         SET WS-BREAKS-MISSING TO TRUE
012290         IF RETURN-CODE < 4
012300             MOVE 4 TO RETURN-CODE
012310         END-IF
012320         GO TO 3700-EXIT
012330     END-IF
012340     PERFORM 3710-READ-BREAK THRU 3710-EXIT
012350     PERFORM UNTIL FS-BRK-EOF OR RETURN-CODE >= 8
012360         IF WS-BK-COUNT >= 500
012370             DISPLAY "BREAKS EXCEED WS-BK-TABLE CAPACITY OF 500"
012380             MOVE 99 TO RETURN-CODE
012390         ELSE
012400             MOVE BRK-ACCOUNT TO WS-LOOK-ACCOUNT
012410             PERFORM 2900-FIND-MASTER-BRANCH THRU 2900-EXIT
012420             PERFORM 2950-FIND-BRANCH-ENTRY THRU 2950-EXIT
012430         END-IF
012440         IF RETURN-CODE < 8
012450             ADD 1 TO WS-BK-COUNT
012460             ADD 1 TO WS-BR-BREAK-CT(WS-BR-HIT)
012470             MOVE WS-LOOK-BRANCH TO WS-BK-BRANCH(WS-BK-COUNT)
012480             MOVE BRK-ACCOUNT    TO WS-BK-ACCOUNT(WS-BK-COUNT)
012490             MOVE BRK-EFF-DATE   TO WS-BK-EFF-DATE(WS-BK-COUNT)
012500             MOVE BRK-SIDE       TO WS-BK-SIDE(WS-BK-COUNT)
012510             MOVE BRK-OUR-AMOUNT
012520                 TO WS-BK-OUR-AMOUNT(WS-BK-COUNT)
012530             MOVE BRK-ACK-AMOUNT
012540                 TO WS-BK-ACK-AMOUNT(WS-BK-COUNT)
012550             MOVE BRK-FIRST-DATE
012560                 TO WS-BK-FIRST-DATE(WS-BK-COUNT)
012570             MOVE BRK-AGE-DAYS   TO WS-BK-AGE-DAYS(WS-BK-COUNT)
012580         END-IF
012590         PERFORM 3710-READ-BREAK THRU 3710-EXIT
012600     END-PERFORM
012610     CLOSE BREAKS.
012620 3700-EXIT.
012630     EXIT.
012640*-----------------------------------------------------------------
012650* 3710-READ-BREAK THRU 3710-EXIT.
012660*-----------------------------------------------------------------
012670 3710-READ-BREAK.
012680     READ BREAKS
012690         AT END
012700             MOVE 10 TO FS-BRK
012710     END-READ.
012720 3710-EXIT.
012730     EXIT.
012740*-----------------------------------------------------------------
012750* 3800-RECORD-CLOSE THRU 3800-EXIT.
012760* ONE REGISTER LINE PER MONTH - A RERUN REPLACES ITS OWN LINE.
012770*-----------------------------------------------------------------
012780 3800-RECORD-CLOSE.
012790     MOVE WS-PERIOD TO WS-LOOK-PERIOD
012800     PERFORM 1250-FIND-PERIOD THRU 1250-EXIT
012810     IF WS-PC-HIT = 0
012820         IF WS-PC-COUNT >= 600
012830             DISPLAY "REGISTER EXCEEDS WS-PC-TABLE CAPACITY "
012840                 "OF 600"
012850             MOVE 99 TO RETURN-CODE
012860             GO TO 3800-EXIT
012870         END-IF
012880         ADD 1 TO WS-PC-COUNT
012890         MOVE WS-PC-COUNT TO WS-PC-HIT
012900     END-IF
012910     MOVE SPACES        TO PCLS-RECORD
012920     MOVE WS-PERIOD     TO PCLS-PERIOD
012930     MOVE WS-BUS-DATE   TO PCLS-BUS-DATE
012940     MOVE WS-SNAP-NAME  TO PCLS-SNAP-NAME
012950     MOVE WS-RUN-DATE   TO PCLS-CUT-DATE
012960     MOVE WS-RUN-TIME   TO PCLS-CUT-TIME
012970     MOVE WS-SNAP-COUNT TO PCLS-CUT-COUNT
012980     MOVE WS-SNAP-TOTAL TO PCLS-CUT-TOTAL
012990     SET PCLS-CUT       TO TRUE
013000     MOVE PCLS-PERIOD   TO WS-PC-PERIOD(WS-PC-HIT)
013010     MOVE PCLS-STATE    TO WS-PC-STATE(WS-PC-HIT)
013020     MOVE PCLS-RECORD   TO WS-PC-LINE(WS-PC-HIT)
013030     PERFORM 1290-REWRITE-REGISTER THRU 1290-EXIT.
013040 3800-EXIT.
013050     EXIT.
013060*-----------------------------------------------------------------
013070* 4000-PRINT-REPORT THRU 4000-EXIT.
013080* ONE PAGE PER BRANCH FOR ITS HEAD TO SIGN, THEN A SUMMARY PAGE
013090* OF ALL BRANCHES FOR FINANCE.
013100*-----------------------------------------------------------------
013110 4000-PRINT-REPORT.
013120     OPEN OUTPUT RPTFILE
013130     IF NOT FS-RPT-OK
013140         DISPLAY "OPEN RPTFILE " WS-RPT-NAME
013150         DISPLAY FS-RPT
013160         MOVE FS-RPT TO RETURN-CODE
013170         GO TO 4000-EXIT
013180     END-IF
013190     PERFORM VARYING WS-BR-IX FROM 1 BY 1
013200             UNTIL WS-BR-IX > WS-BR-COUNT
013210         PERFORM 4100-BRANCH-PAGE THRU 4100-EXIT
013220     END-PERFORM
013230     PERFORM 4200-SUMMARY-PAGE THRU 4200-EXIT
013240     CLOSE RPTFILE.
013250 4000-EXIT.
013260     EXIT.
013270*-----------------------------------------------------------------
013280* 4100-BRANCH-PAGE THRU 4100-EXIT.
013290*-----------------------------------------------------------------
013300 4100-BRANCH-PAGE.
013310     MOVE 99 TO WS-LINE-CT
013320     MOVE SPACES TO WS-PRINT-LINE
013330     IF WS-BR-BRANCH(WS-BR-IX) = SPACES
013340         MOVE "ACCOUNTS NOT ON THE MASTER" TO WS-PRINT-LINE
013350     ELSE
013360         STRING "BRANCH " WS-BR-BRANCH(WS-BR-IX)
013370             DELIMITED SIZE INTO WS-PRINT-LINE
013380     END-IF
013390     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
013400     MOVE SPACES TO WS-PRINT-LINE
013410     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
013420     MOVE "OPENING BALANCE" TO RPT-AMT-LABEL
013430     MOVE WS-BR-OPENING(WS-BR-IX) TO RPT-AMT-VALUE
013440     MOVE WS-OPEN-SOURCE TO RPT-AMT-NOTE
013450     MOVE WS-AMT-LINE TO WS-PRINT-LINE
013460     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
013470     MOVE "CLOSING BALANCE" TO RPT-AMT-LABEL
013480     MOVE WS-BR-CLOSING(WS-BR-IX) TO RPT-AMT-VALUE
013490     MOVE WS-SNAP-NAME TO RPT-AMT-NOTE
013500     MOVE WS-AMT-LINE TO WS-PRINT-LINE
013510     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
013520     COMPUTE WS-NET-MOVEMENT
013530         = WS-BR-CLOSING(WS-BR-IX) - WS-BR-OPENING(WS-BR-IX)
013540     MOVE "NET MOVEMENT" TO RPT-AMT-LABEL
013550     MOVE WS-NET-MOVEMENT TO RPT-AMT-VALUE
013560     MOVE SPACES TO RPT-AMT-NOTE
013570     MOVE WS-AMT-LINE TO WS-PRINT-LINE
013580     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
013590     MOVE SPACES TO WS-PRINT-LINE
013600     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
013610     MOVE "ACCOUNTS ON THE SNAPSHOT" TO RPT-CT-LABEL
013620     MOVE WS-BR-ACCT-CT(WS-BR-IX) TO RPT-CT-VALUE
013630     MOVE WS-CT-LINE TO WS-PRINT-LINE
013640     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
013650     MOVE "ACCOUNTS OPENED IN THE MONTH" TO RPT-CT-LABEL
013660     MOVE WS-BR-OPENED-CT(WS-BR-IX) TO RPT-CT-VALUE
013670     MOVE WS-CT-LINE TO WS-PRINT-LINE
013680     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
013690     MOVE "ACCOUNTS CLOSED IN THE MONTH" TO RPT-CT-LABEL
013700     MOVE WS-BR-CLOSED-CT(WS-BR-IX) TO RPT-CT-VALUE
013710     MOVE WS-CT-LINE TO WS-PRINT-LINE
013720     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
013730     MOVE "RECORDS REJECTED IN THE MONTH" TO RPT-CT-LABEL
013740     MOVE WS-BR-REJECT-CT(WS-BR-IX) TO RPT-CT-VALUE
013750     MOVE WS-CT-LINE TO WS-PRINT-LINE
013760     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
013770     MOVE "BREAKS STILL OPEN AT CLOSE" TO RPT-CT-LABEL
013780     MOVE WS-BR-BREAK-CT(WS-BR-IX) TO RPT-CT-VALUE
013790     MOVE WS-CT-LINE TO WS-PRINT-LINE
013800     IF WS-BREAKS-MISSING
013810         MOVE SPACES TO WS-PRINT-LINE
013820         STRING "    BREAKS STILL OPEN AT CLOSE      "
013830             "*** OUTSTANDING-BREAKS.TXT NOT AVAILABLE ***"
013840             DELIMITED SIZE INTO WS-PRINT-LINE
013850     END-IF
013860     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
013870     IF WS-BR-BREAK-CT(WS-BR-IX) > 0
013880         MOVE SPACES TO WS-PRINT-LINE
013890         PERFORM 9500-WRITE-LINE THRU 9500-EXIT
013900         MOVE WS-BRK-HEAD TO WS-PRINT-LINE
013910         PERFORM 9500-WRITE-LINE THRU 9500-EXIT
013920         PERFORM VARYING WS-BK-IX FROM 1 BY 1
013930                 UNTIL WS-BK-IX > WS-BK-COUNT
013940             IF WS-BK-BRANCH(WS-BK-IX) = WS-BR-BRANCH(WS-BR-IX)
013950                 PERFORM 4110-BREAK-LINE THRU 4110-EXIT
013960             END-IF
013970         END-PERFORM
013980     END-IF
013990     MOVE SPACES TO WS-PRINT-LINE
014000     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
014010     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
014020     MOVE "CERTIFIED FOR THE BRANCH BY" TO RPT-SIGN-FOR
014030     MOVE WS-SIGN-LINE TO WS-PRINT-LINE
014040     PERFORM 9500-WRITE-LINE THRU 9500-EXIT.
014050 4100-EXIT.
014060     EXIT.
014070*-----------------------------------------------------------------
014080* 4110-BREAK-LINE THRU 4110-EXIT.
014090*-----------------------------------------------------------------
014100 4110-BREAK-LINE.
014110     MOVE WS-BK-ACCOUNT(WS-BK-IX)    TO RPT-BRK-ACCOUNT
014120     MOVE WS-BK-EFF-DATE(WS-BK-IX)   TO RPT-BRK-EFF-DATE
014130     MOVE WS-BK-SIDE(WS-BK-IX)       TO RPT-BRK-SIDE
014140     MOVE WS-BK-OUR-AMOUNT(WS-BK-IX) TO RPT-BRK-OUR
014150     MOVE WS-BK-ACK-AMOUNT(WS-BK-IX) TO RPT-BRK-ACK
014160     MOVE WS-BK-FIRST-DATE(WS-BK-IX) TO RPT-BRK-FIRST
014170     MOVE WS-BK-AGE-DAYS(WS-BK-IX)   TO RPT-BRK-AGE
014180     MOVE WS-BRK-LINE TO WS-PRINT-LINE
014190     PERFORM 9500-WRITE-LINE THRU 9500-EXIT.
014200 4110-EXIT.
014210     EXIT.
014220*-----------------------------------------------------------------
014230* 4200-SUMMARY-PAGE THRU 4200-EXIT.
014240* THE BRANCH CLOSINGS MUST ADD BACK TO THE FEED'S TRAILER CONTROL
014250* TOTAL; THE LAST LINE SAYS WHETHER THEY DO.
014260*-----------------------------------------------------------------
014270 4200-SUMMARY-PAGE.
014280     MOVE 99 TO WS-LINE-CT
014290     MOVE "SUMMARY - ALL BRANCHES" TO WS-PRINT-LINE
014300     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
014310     MOVE SPACES TO WS-PRINT-LINE
014320     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
014330     MOVE WS-SUM-HEAD TO WS-PRINT-LINE
014340     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
014350     PERFORM VARYING WS-BR-IX FROM 1 BY 1
014360             UNTIL WS-BR-IX > WS-BR-COUNT
014370         MOVE WS-BR-BRANCH(WS-BR-IX) TO RPT-SUM-BRANCH
014380         IF WS-BR-BRANCH(WS-BR-IX) = SPACES
014390             MOVE "(NONE)" TO RPT-SUM-BRANCH
014400         END-IF
014410         MOVE WS-BR-OPENING(WS-BR-IX) TO RPT-SUM-OPENING
014420         MOVE WS-BR-CLOSING(WS-BR-IX) TO RPT-SUM-CLOSING
014430         COMPUTE WS-NET-MOVEMENT
014440             = WS-BR-CLOSING(WS-BR-IX) - WS-BR-OPENING(WS-BR-IX)
014450         MOVE WS-NET-MOVEMENT TO RPT-SUM-NET
014460         MOVE WS-BR-OPENED-CT(WS-BR-IX) TO RPT-SUM-OPENED
014470         MOVE WS-BR-CLOSED-CT(WS-BR-IX) TO RPT-SUM-CLOSED
014480         MOVE WS-BR-REJECT-CT(WS-BR-IX) TO RPT-SUM-REJECTS
014490         MOVE WS-BR-BREAK-CT(WS-BR-IX)  TO RPT-SUM-BREAKS
014500         MOVE WS-SUM-LINE TO WS-PRINT-LINE
014510         PERFORM 9500-WRITE-LINE THRU 9500-EXIT
014520         ADD WS-BR-OPENING(WS-BR-IX)   TO WS-TOT-OPENING
014530         ADD WS-BR-CLOSING(WS-BR-IX)   TO WS-TOT-CLOSING
014540         ADD WS-BR-OPENED-CT(WS-BR-IX) TO WS-TOT-OPENED
014550         ADD WS-BR-CLOSED-CT(WS-BR-IX) TO WS-TOT-CLOSED
014560         ADD WS-BR-REJECT-CT(WS-BR-IX) TO WS-TOT-REJECTS
014570     END-PERFORM
014580     MOVE SPACES TO WS-PRINT-LINE
014590     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
014600     MOVE "TOTAL"         TO RPT-SUM-BRANCH
014610     MOVE WS-TOT-OPENING  TO RPT-SUM-OPENING
014620     MOVE WS-TOT-CLOSING  TO RPT-SUM-CLOSING
014630     COMPUTE WS-NET-MOVEMENT = WS-TOT-CLOSING - WS-TOT-OPENING
014640     MOVE WS-NET-MOVEMENT TO RPT-SUM-NET
014650     MOVE WS-TOT-OPENED   TO RPT-SUM-OPENED
014660     MOVE WS-TOT-CLOSED   TO RPT-SUM-CLOSED
014670     MOVE WS-TOT-REJECTS  TO RPT-SUM-REJECTS
014680     MOVE WS-BK-COUNT     TO RPT-SUM-BREAKS
014690     MOVE WS-SUM-LINE TO WS-PRINT-LINE
014700     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
014710     IF WS-BREAKS-MISSING
014720         MOVE SPACES TO WS-PRINT-LINE
014730         STRING "*** OUTSTANDING-BREAKS.TXT NOT AVAILABLE - "
014740             "BREAKS OPEN AT CLOSE NOT KNOWN ***"
014750             DELIMITED SIZE INTO WS-PRINT-LINE
014760         PERFORM 9500-WRITE-LINE THRU 9500-EXIT
014770     END-IF
014780     MOVE SPACES TO WS-PRINT-LINE
014790     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
014800     MOVE "FEED TRAILER CONTROL TOTAL" TO RPT-AMT-LABEL
014810     MOVE WS-TRL-TOTAL TO RPT-AMT-VALUE
014820     IF WS-TRL-TOTAL = WS-TOT-CLOSING
014830         MOVE "AGREES WITH THE CLOSING TOTAL" TO RPT-AMT-NOTE
014840     ELSE
014850         MOVE "*** DISAGREES WITH THE CLOSING TOTAL ***"
014860             TO RPT-AMT-NOTE
014870     END-IF
014880     MOVE WS-AMT-LINE TO WS-PRINT-LINE
014890     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
014900     MOVE SPACES TO WS-PRINT-LINE
014910     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
014920     MOVE "CERTIFIED FOR FINANCE BY" TO RPT-SIGN-FOR
014930     MOVE WS-SIGN-LINE TO WS-PRINT-LINE
014940     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
014950     MOVE SPACES TO WS-PRINT-LINE
014960     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
014970     MOVE "END OF REPORT" TO WS-PRINT-LINE
014980     PERFORM 9500-WRITE-LINE THRU 9500-EXIT.
014990 4200-EXIT.
015000     EXIT.
015010*-----------------------------------------------------------------
015020* 9500-WRITE-LINE THRU 9500-EXIT.
015030* WRITES ONE REPORT LINE, BREAKING TO A FRESH PAGE HEADING WHEN
015040* THE CURRENT PAGE IS FULL.
015050*-----------------------------------------------------------------
015060 9500-WRITE-LINE.
015070     IF WS-LINE-CT > WS-PAGE-SIZE
015080         PERFORM 9600-PAGE-HEADING THRU 9600-EXIT
015090     END-IF
015100     WRITE RPT-LINE FROM WS-PRINT-LINE
015110     IF NOT FS-RPT-OK
015120         DISPLAY "WRITE RPTFILE"
015130         DISPLAY FS-RPT
015140         MOVE FS-RPT TO RETURN-CODE
015150     END-IF
015160     ADD 1 TO WS-LINE-CT.
015170 9500-EXIT.
015180     EXIT.
015190*-----------------------------------------------------------------
015200* 9600-PAGE-HEADING THRU 9600-EXIT.
015210*-----------------------------------------------------------------
015220 9600-PAGE-HEADING.
015230     ADD 1 TO WS-PAGE-CT
015240     MOVE WS-PAGE-CT TO HD1-PAGE
015250     WRITE RPT-LINE FROM WS-HEAD1
015260     MOVE WS-RUN-DATE TO HD2-DATE
015270     MOVE WS-RUN-TIME TO HD2-TIME
015280     MOVE WS-PERIOD   TO HD2-PERIOD
015290     MOVE WS-BUS-DATE TO HD2-BUS-DATE
015300     WRITE RPT-LINE FROM WS-HEAD2
015310     MOVE SPACES TO RPT-LINE
015320     WRITE RPT-LINE
015330     MOVE 3 TO WS-LINE-CT.
015340 9600-EXIT.
015350     EXIT.
015360 END PROGRAM PKMEND01.
