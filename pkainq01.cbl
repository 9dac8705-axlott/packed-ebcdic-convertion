000010******************************************************************
000020* AUTHOR.     R. OKAFOR.
000030* INSTALLATION. LEDGER SYSTEMS GROUP.
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    SINGLE-ACCOUNT DESK VIEW - "WHAT HAPPENED TO
000070*             ACCOUNT X LAST NIGHT" ON ONE SCREEN. TAKES AN
000080*             ACCOUNT NUMBER FROM THE CONSOLE AND SHOWS THE
000090*             ACCOUNT MASTER ENTRY (NAME, BRANCH, STATUS, OPEN
000100*             AND CLOSE DATES), TONIGHT'S FILEO-REC4 BALANCE
000110*             WITH ITS CURRENCY AND ORIGINAL AMOUNT AS PUBLISHED
000120*             ON YOUR-FILE.TXT, THE LAST FEW BALANCE-HISTORY.DAT
000130*             ROWS WITH THEIR MOVEMENT, EVERY OUTSTANDING-
000140*             BREAKS.TXT ITEM FOR THE ACCOUNT WITH ITS SIDE AND
000150*             AGE, AND EVERY REJECT-FILE.TXT ENTRY STILL OPEN
000160*             FOR IT WITH ITS REASON - SO THE DESK NO LONGER
000170*             NEEDS A SECTION AND SEQUENCE NUMBER FOR PKINQ01,
000180*             A SECOND SESSION IN PKHINQ01 AND TWO FILES SCANNED
000190*             BY EYE. ON REQUEST THE SAME VIEW IS ALSO PRINTED
000200*             TO account-view-<ACCOUNT>.txt TO ATTACH TO A
000210*             CUSTOMER OR AUDITOR QUERY.
000220* TECTONICS.  cobc -std=ibm.
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY.
000250*   2026-10-15 RO  INITIAL VERSION.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. PKAINQ01.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PARMFILE ASSIGN "param-card.txt"
000330         ORGANIZATION SEQUENTIAL
000340         ACCESS MODE IS SEQUENTIAL
000350         FILE STATUS IS FS-PARM.
000360     SELECT ACCTMAST ASSIGN "account-master.dat"
000370         ORGANIZATION INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS ACCT-NUMBER
000400         FILE STATUS IS FS-ACCT.
000410     SELECT TOKENF ASSIGN "feed-ready.txt"
000420         ORGANIZATION SEQUENTIAL
000430         ACCESS MODE IS SEQUENTIAL
000440         FILE STATUS IS FS-TOK.
000450     SELECT FILEO ASSIGN "your-file.txt"
000460         ORGANIZATION SEQUENTIAL
000470         ACCESS MODE IS SEQUENTIAL
000480         FILE STATUS IS FS-FILEO.
000490     SELECT HISTFILE ASSIGN "balance-history.dat"
000500         ORGANIZATION INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS HIST-KEY
000530         FILE STATUS IS FS-HIST.
000540     SELECT BREAKS ASSIGN "outstanding-breaks.txt"
000550         ORGANIZATION SEQUENTIAL
000560         ACCESS MODE IS SEQUENTIAL
000570         FILE STATUS IS FS-BRK.
000580     SELECT REJECTS ASSIGN "reject-file.txt"
000590         ORGANIZATION SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS FS-REJ.
000620     SELECT PRTFILE ASSIGN USING WS-PRT-NAME
000630         ORGANIZATION SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS FS-PRT.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  PARMFILE
000690     RECORDING MODE IS F.
000700     COPY PARMREC.
000710 FD  ACCTMAST.
000720     COPY ACCTREC.
000730 FD  TOKENF
000740     RECORDING MODE IS F.
000750     COPY TOKENREC.
000760 FD  FILEO
000770     RECORDING MODE IS F.
000780     COPY FILEOREC.
000790 FD  HISTFILE.
000800     COPY HISTREC.
000810 FD  BREAKS
000820     RECORDING MODE IS F.
000830     COPY BREAKREC.
000840 FD  REJECTS
000850     RECORDING MODE IS F.
000860     COPY REJREC.
000870 FD  PRTFILE
000880     RECORDING MODE IS F.
000890 01  PRT-LINE             PIC X(80).
000900 WORKING-STORAGE SECTION.
000910 01  FS-PARM          PIC 9(02).
000920     88  FS-PARM-OK               VALUE 00.
000930 01  FS-ACCT          PIC 9(02).
000940     88  FS-ACCT-OK               VALUE 00.
000950 01  FS-TOK           PIC 9(02).
000960     88  FS-TOK-OK                VALUE 00.
000970 01  FS-FILEO         PIC 9(02).
000980     88  FS-FILEO-OK              VALUE 00.
000990     88  FS-FILEO-EOF             VALUE 10.
001000 01  FS-HIST          PIC 9(02).
001010     88  FS-HIST-OK               VALUE 00.
001020     88  FS-HIST-EOF              VALUE 10.
001030 01  FS-BRK           PIC 9(02).
001040     88  FS-BRK-OK                VALUE 00.
001050     88  FS-BRK-EOF               VALUE 10.
001060 01  FS-REJ           PIC 9(02).
001070     88  FS-REJ-OK                VALUE 00.
001080     88  FS-REJ-EOF               VALUE 10.
001090 01  FS-PRT           PIC 9(02).
001100     88  FS-PRT-OK                VALUE 00.
001110 01  WS-RUN-DATE      PIC X(08).
001120 01  WS-RUN-TIME      PIC X(08).
001130 01  WS-CODEPAGE-SW   PIC X(01) VALUE 'A'.
001140     88  WS-CODEPAGE-IS-EBCDIC    VALUE 'E'.
001150 01  WS-CP-ASCII-CHARS PIC X(07) VALUE "01234TS".
001160 01  WS-CP-EBCDIC-CHARS PIC X(07) VALUE X"F0F1F2F3F4E3E2".
001170 01  WS-MASTER-SW     PIC X(01) VALUE 'N'.
001180     88  WS-MASTER-AVAILABLE      VALUE 'Y'.
001190 01  WS-HISTORY-SW    PIC X(01) VALUE 'N'.
001200     88  WS-HISTORY-AVAILABLE     VALUE 'Y'.
001210 01  WS-TOKEN-SW      PIC X(01) VALUE 'N'.
001220     88  WS-TOKEN-OPEN            VALUE 'Y'.
001230 01  WS-IN-ACCOUNT    PIC X(10).
001240     88  WS-INQUIRY-DONE          VALUE 'X', 'x', ' '.
001250 01  WS-IN-PRINT      PIC X(01).
001260     88  WS-PRINT-WANTED          VALUE 'Y', 'y'.
001270 01  WS-PRINT-SW      PIC X(01) VALUE 'N'.
001280     88  WS-PRINTING              VALUE 'Y'.
001290 01  WS-PRT-NAME      PIC X(30).
001300 01  WS-STATUS-WORD   PIC X(06).
001310 01  WS-REASON-WORD   PIC X(20).
001320 01  WS-HIT-CT        PIC 9(05).
001330*-----------------------------------------------------------------
001340* THE ACCOUNT'S NEWEST HISTORY ROWS. ONE MORE ROW IS KEPT THAN IS
001350* SHOWN, SO THE OLDEST ROW SHOWN STILL HAS ITS MOVEMENT MEASURED
001360* AGAINST THE ROW BEFORE IT WHEN THERE IS ONE.
001370*-----------------------------------------------------------------
001380 01  WS-HV-SHOW       PIC 9(01) VALUE 5.
001390 01  WS-HV-COUNT      PIC 9(01) VALUE 0.
001400 01  WS-HV-ON-FILE    PIC 9(05) VALUE 0.
001410 01  WS-HV-TABLE.
001420     05  WS-HV-ENTRY OCCURS 6 TIMES.
001430         10  WS-HV-DATE       PIC X(08).
001440         10  WS-HV-VALUE      PIC S9(18).
001450         10  WS-HV-CURRENCY   PIC X(03).
001460 01  WS-HV-IX         PIC 9(01).
001470 01  WS-HV-FROM       PIC 9(01).
001480 01  WS-MOVEMENT      PIC S9(18).
001490*-----------------------------------------------------------------
001500* THE RAW EXTRACT RECORD CARRIED ON A REJECT, SO ITS ACCOUNT,
001510* DATE AND VALUE AS SENT CAN BE PICKED OUT.
001520*-----------------------------------------------------------------
001530     COPY FILEIREC.
001540*-----------------------------------------------------------------
001550* VIEW LINE LAYOUTS. EVERY LINE GOES TO THE CONSOLE AND, WHEN
001560* PRINTING, TO THE PRINT FILE AS WELL.
001570*-----------------------------------------------------------------
001580 01  WS-VIEW-LINE     PIC X(80).
001590 01  WS-HEAD1.
001600     05  FILLER           PIC X(10) VALUE "PKAINQ01".
001610     05  FILLER           PIC X(30)
001620         VALUE "SINGLE-ACCOUNT DESK VIEW".
001630     05  FILLER           PIC X(08) VALUE "ACCOUNT ".
001640     05  HD1-ACCOUNT      PIC X(10).
001650 01  WS-HEAD2.
001660     05  FILLER           PIC X(09) VALUE "RUN DATE ".
001670     05  HD2-DATE         PIC X(08).
001680     05  FILLER           PIC X(07) VALUE "  TIME ".
001690     05  HD2-TIME         PIC X(08).
001700 01  WS-MAST-LINE1.
001710     05  FILLER           PIC X(12) VALUE "  NAME:     ".
001720     05  VW-MAST-NAME     PIC X(20).
001730     05  FILLER           PIC X(12) VALUE "    BRANCH: ".
001740     05  VW-MAST-BRANCH   PIC X(04).
001750 01  WS-MAST-LINE2.
001760     05  FILLER           PIC X(12) VALUE "  STATUS:   ".
001770     05  VW-MAST-STATUS   PIC X(06).
001780     05  FILLER           PIC X(14) VALUE "      OPENED: ".
001790     05  VW-MAST-OPENED   PIC X(08).
001800     05  FILLER           PIC X(12) VALUE "    CLOSED: ".
001810     05  VW-MAST-CLOSED   PIC X(08).
001820 01  WS-FEED-HEAD.
001830     05  FILLER           PIC X(12) VALUE "  EFF DATE".
001840     05  FILLER           PIC X(19)
001850         VALUE "         BASE VALUE".
001860     05  FILLER           PIC X(07) VALUE "  CCY".
001870     05  FILLER           PIC X(19)
001880         VALUE "    ORIGINAL AMOUNT".
001890 01  WS-FEED-LINE.
001900     05  FILLER           PIC X(02) VALUE SPACES.
001910     05  VW-FEED-DATE     PIC X(08).
001920     05  FILLER           PIC X(02) VALUE SPACES.
001930     05  VW-FEED-VALUE    PIC -9(18).
001940     05  FILLER           PIC X(02) VALUE SPACES.
001950     05  VW-FEED-CCY      PIC X(03).
001960     05  FILLER           PIC X(02) VALUE SPACES.
001970     05  VW-FEED-ORIG     PIC -9(18).
001980 01  WS-HIST-HEAD.
001990     05  FILLER           PIC X(12) VALUE "  EFF DATE".
002000     05  FILLER           PIC X(19)
002010         VALUE "            BALANCE".
002020     05  FILLER           PIC X(07) VALUE "  CCY".
002030     05  FILLER           PIC X(19)
002040         VALUE "           MOVEMENT".
002050 01  WS-HIST-LINE.
002060     05  FILLER           PIC X(02) VALUE SPACES.
002070     05  VW-HIST-DATE     PIC X(08).
002080     05  FILLER           PIC X(02) VALUE SPACES.
002090     05  VW-HIST-VALUE    PIC -9(18).
002100     05  FILLER           PIC X(02) VALUE SPACES.
002110     05  VW-HIST-CCY      PIC X(03).
002120     05  FILLER           PIC X(02) VALUE SPACES.
002130     05  VW-HIST-MOVEMENT PIC -9(18).
002140     05  FILLER           PIC X(02) VALUE SPACES.
002150     05  VW-HIST-NOTE     PIC X(08).
002160 01  WS-BRK-HEAD.
002170     05  FILLER           PIC X(11) VALUE "  EFF DATE".
002180     05  FILLER           PIC X(05) VALUE "SIDE".
002190     05  FILLER           PIC X(20)
002200         VALUE "          OUR AMOUNT".
002210     05  FILLER           PIC X(20)
002220         VALUE "          ACK AMOUNT".
002230     05  FILLER           PIC X(10) VALUE "  OPENED".
002240     05  FILLER           PIC X(08) VALUE " AGE".
002250 01  WS-BRK-LINE.
002260     05  FILLER           PIC X(02) VALUE SPACES.
002270     05  VW-BRK-DATE      PIC X(08).
002280     05  FILLER           PIC X(01) VALUE SPACES.
002290     05  VW-BRK-SIDE      PIC X(04).
002300     05  FILLER           PIC X(01) VALUE SPACES.
002310     05  VW-BRK-OUR       PIC -9(18).
002320     05  FILLER           PIC X(01) VALUE SPACES.
002330     05  VW-BRK-ACK       PIC -9(18).
002340     05  FILLER           PIC X(02) VALUE SPACES.
002350     05  VW-BRK-FIRST     PIC X(08).
002360     05  FILLER           PIC X(01) VALUE SPACES.
002370     05  VW-BRK-AGE       PIC ZZ9.
002380     05  FILLER           PIC X(05) VALUE " DAYS".
002390 01  WS-REJ-HEAD.
002400     05  FILLER           PIC X(07) VALUE "  BRCH".
002410     05  FILLER           PIC X(08) VALUE "SEQ".
002420     05  FILLER           PIC X(24) VALUE "REASON".
002430     05  FILLER           PIC X(09) VALUE "EFF DATE".
002440     05  FILLER           PIC X(04) VALUE "CCY".
002450     05  FILLER           PIC X(19) VALUE "VALUE AS SENT".
002460 01  WS-REJ-LINE.
002470     05  FILLER           PIC X(02) VALUE SPACES.
002480     05  VW-REJ-BRANCH    PIC X(04).
002490     05  FILLER           PIC X(01) VALUE SPACES.
002500     05  VW-REJ-SEQ       PIC 9(07).
002510     05  FILLER           PIC X(01) VALUE SPACES.
002520     05  VW-REJ-REASON    PIC X(02).
002530     05  FILLER           PIC X(01) VALUE SPACES.
002540     05  VW-REJ-WORD      PIC X(20).
002550     05  FILLER           PIC X(01) VALUE SPACES.
002560     05  VW-REJ-DATE      PIC X(08).
002570     05  FILLER           PIC X(01) VALUE SPACES.
002580     05  VW-REJ-CCY       PIC X(03).
002590     05  FILLER           PIC X(01) VALUE SPACES.
002600     05  VW-REJ-VALUE     PIC X(19).
002610*
002620 PROCEDURE DIVISION.
002630*-----------------------------------------------------------------
002640* 0000-MAINLINE.
002650* THE MASTER AND THE HISTORY ARE KEYED AND STAY OPEN FOR THE
002660* SESSION; THE FLAT FILES ARE RESCANNED FOR EACH ACCOUNT, SO A
002670* SESSION LEFT OPEN ACROSS THE NIGHT RUN SEES THE NEW FILES.
002680*-----------------------------------------------------------------
002690 0000-MAINLINE.
002700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002710     ACCEPT WS-RUN-TIME FROM TIME
002720     PERFORM 1050-LOAD-PARM THRU 1050-EXIT
002730     OPEN INPUT ACCTMAST
002740     IF FS-ACCT-OK
002750         SET WS-MASTER-AVAILABLE TO TRUE
002760     ELSE
002770         DISPLAY "PKAINQ01 NO ACCOUNT MASTER (STATUS " FS-ACCT
002780             ") - MASTER DETAILS NOT SHOWN"
002790     END-IF
002800     OPEN INPUT HISTFILE
002810     IF FS-HIST-OK
002820         SET WS-HISTORY-AVAILABLE TO TRUE
002830     ELSE
002840         DISPLAY "PKAINQ01 NO BALANCE HISTORY (STATUS " FS-HIST
002850             ") - HISTORY NOT SHOWN"
002860     END-IF
002870     PERFORM 2000-ONE-INQUIRY THRU 2000-EXIT
002880     PERFORM UNTIL WS-INQUIRY-DONE
002890         PERFORM 2000-ONE-INQUIRY THRU 2000-EXIT
002900     END-PERFORM
002910     IF WS-HISTORY-AVAILABLE
002920         CLOSE HISTFILE
002930     END-IF
002940     IF WS-MASTER-AVAILABLE
002950         CLOSE ACCTMAST
002960     END-IF.
002970 0000-WRAP-UP.
002980     STOP RUN.
002990*-----------------------------------------------------------------
003000* 1050-LOAD-PARM THRU 1050-EXIT.
003010* CODEPAGE SWITCH ONLY - A MISSING CARD DEFAULTS TO ASCII.
003020*-----------------------------------------------------------------
003030 1050-LOAD-PARM.
003040     OPEN INPUT PARMFILE
003050     IF FS-PARM-OK
003060         READ PARMFILE
003070             AT END
003080                 MOVE "A" TO WS-CODEPAGE-SW
003090             NOT AT END
003100                 MOVE PARM-CODEPAGE-SW TO WS-CODEPAGE-SW
003110         END-READ
003120         CLOSE PARMFILE
003130     ELSE
003140         MOVE "A" TO WS-CODEPAGE-SW
003150     END-IF
003160     IF WS-CODEPAGE-SW NOT = "A" AND WS-CODEPAGE-SW NOT = "E"
003170         MOVE "A" TO WS-CODEPAGE-SW
003180     END-IF.
003190 1050-EXIT.
003200     EXIT.
003210*-----------------------------------------------------------------
003220* 2000-ONE-INQUIRY THRU 2000-EXIT.
003230* PROMPTS FOR ONE ACCOUNT AND WHETHER TO PRINT, THEN SHOWS THE
003240* FIVE BLOCKS OF THE VIEW. 'X' (OR A BLANK ACCOUNT) ENDS THE
003250* SESSION. A PRINT FILE THAT WILL NOT OPEN LEAVES THE VIEW ON
003260* THE CONSOLE ONLY.
003270*-----------------------------------------------------------------
003280 2000-ONE-INQUIRY.
003290     DISPLAY "ENTER ACCOUNT NUMBER OR X TO END"
003300     ACCEPT WS-IN-ACCOUNT
003310     IF WS-INQUIRY-DONE
003320         GO TO 2000-EXIT
003330     END-IF
003340     DISPLAY "PRINT THIS VIEW TO A FILE? (Y/N, BLANK = N)"
003350     ACCEPT WS-IN-PRINT
003360     MOVE 'N' TO WS-PRINT-SW
003370     IF WS-PRINT-WANTED
003380         PERFORM 2050-OPEN-PRINT THRU 2050-EXIT
003390     END-IF
003400     MOVE WS-IN-ACCOUNT TO HD1-ACCOUNT
003410     MOVE WS-HEAD1 TO WS-VIEW-LINE
003420     PERFORM 9500-SHOW-LINE THRU 9500-EXIT
003430     MOVE WS-RUN-DATE TO HD2-DATE
003440     MOVE WS-RUN-TIME TO HD2-TIME
003450     MOVE WS-HEAD2 TO WS-VIEW-LINE
003460     PERFORM 9500-SHOW-LINE THRU 9500-EXIT
003470     PERFORM 2100-SHOW-MASTER THRU 2100-EXIT
003480     PERFORM 2200-SHOW-FEED THRU 2200-EXIT
003490     PERFORM 2300-SHOW-HISTORY THRU 2300-EXIT
003500     PERFORM 2400-SHOW-BREAKS THRU 2400-EXIT
003510     PERFORM 2500-SHOW-REJECTS THRU 2500-EXIT
003520     MOVE SPACES TO WS-VIEW-LINE
003530     PERFORM 9500-SHOW-LINE THRU 9500-EXIT
003540     MOVE "END OF VIEW" TO WS-VIEW-LINE
003550     PERFORM 9500-SHOW-LINE THRU 9500-EXIT
003560     IF WS-PRINTING
003570         CLOSE PRTFILE
003580         DISPLAY "PKAINQ01 VIEW PRINTED TO " WS-PRT-NAME
003590     END-IF.
003600 2000-EXIT.
003610     EXIT.
003620*-----------------------------------------------------------------
003630* 2050-OPEN-PRINT THRU 2050-EXIT.
003640* ONE FILE PER ACCOUNT, NAMED FOR IT; A SECOND PRINT OF THE SAME
003650* ACCOUNT REPLACES THE FIRST.
003660*-----------------------------------------------------------------
003670 2050-OPEN-PRINT.
003680     MOVE SPACES TO WS-PRT-NAME
003690     STRING "account-view-" DELIMITED SIZE
003700         WS-IN-ACCOUNT DELIMITED SPACE
003710         ".txt" DELIMITED SIZE
003720         INTO WS-PRT-NAME
003730     OPEN OUTPUT PRTFILE
003740     IF FS-PRT-OK
003750         SET WS-PRINTING TO TRUE
003760     ELSE
003770         DISPLAY "PKAINQ01 CANNOT OPEN " WS-PRT-NAME
003780             " (STATUS " FS-PRT ") - VIEW NOT PRINTED"
003790     END-IF.
003800 2050-EXIT.
003810     EXIT.
003820*-----------------------------------------------------------------
003830* 2100-SHOW-MASTER THRU 2100-EXIT.
003840* WHO THE ACCOUNT IS, WHERE IT LIVES AND WHAT STATE IT IS IN.
003850*-----------------------------------------------------------------
003860 2100-SHOW-MASTER.
003870     MOVE SPACES TO WS-VIEW-LINE
003880     PERFORM 9500-SHOW-LINE THRU 9500-EXIT
003890     MOVE "ACCOUNT MASTER" TO WS-VIEW-LINE
003900     PERFORM 9500-SHOW-LINE THRU 9500-EXIT
003910     IF NOT WS-MASTER-AVAILABLE
003920         MOVE "  *** ACCOUNT MASTER NOT AVAILABLE ***"
003930             TO WS-VIEW-LINE
003940         PERFORM 9500-SHOW-LINE THRU 9500-EXIT
003950         GO TO 2100-EXIT
003960     END-IF
003970     MOVE WS-IN-ACCOUNT TO ACCT-NUMBER
003980     READ ACCTMAST
003990         INVALID KEY
004000             MOVE "  *** NOT ON ACCOUNT MASTER ***"
004010                 TO WS-VIEW-LINE
004020             PERFORM 9500-SHOW-LINE THRU 9500-EXIT
004030             GO TO 2100-EXIT
004040     END-READ
004050     EVALUATE TRUE
004060         WHEN ACCT-IS-OPEN
004070             MOVE "OPEN  " TO WS-STATUS-WORD
004080         WHEN ACCT-IS-CLOSED
004090             MOVE "CLOSED" TO WS-STATUS-WORD
004100         WHEN ACCT-IS-FROZEN
004110             MOVE "FROZEN" TO WS-STATUS-WORD
004120         WHEN OTHER
004130             MOVE "??????" TO WS-STATUS-WORD
004140     END-EVALUATE
004150     MOVE ACCT-SHORT-NAME TO VW-MAST-NAME
004160     MOVE ACCT-BRANCH     TO VW-MAST-BRANCH
004170     MOVE WS-MAST-LINE1 TO WS-VIEW-LINE
004180     PERFORM 9500-SHOW-LINE THRU 9500-EXIT
004190     MOVE WS-STATUS-WORD  TO VW-MAST-STATUS
004200     MOVE ACCT-OPEN-DATE  TO VW-MAST-OPENED
004210     MOVE ACCT-CLOSE-DATE TO VW-MAST-CLOSED
004220     MOVE WS-MAST-LINE2 TO WS-VIEW-LINE
004230     PERFORM 9500-SHOW-LINE THRU 9500-EXIT.
004240 2100-EXIT.
004250     EXIT.
004260*-----------------------------------------------------------------
004270* 2200-SHOW-FEED THRU 2200-EXIT.
004280* TONIGHT'S FILEO-REC4 BALANCE AS PUBLISHED. THE READY TOKEN, IF
004290* THE LEDGER HAS NOT YET COLLECTED IT, NAMES THE RUN AND DATE.
004300* NORMALLY ONE LINE; A DUPLICATE THE COMPLETENESS CHECK LET BY
004310* WOULD SHOW AS A SECOND.
004320*-----------------------------------------------------------------
004330 2200-SHOW-FEED.
004340     MOVE SPACES TO WS-VIEW-LINE
004350     PERFORM 9500-SHOW-LINE THRU 9500-EXIT
004360     MOVE SPACES TO WS-VIEW-LINE
004370     MOVE 'N' TO WS-TOKEN-SW
004380     OPEN INPUT TOKENF
004390     IF FS-TOK-OK
004400         SET WS-TOKEN-OPEN TO TRUE
004410         READ TOKENF
004420             AT END
004430                 MOVE 10 TO FS-TOK
004440         END-READ
004450     END-IF
004460     IF FS-TOK-OK
004470         STRING "TONIGHT'S FEED - RUN " TOK-RUN-NUMBER
004480             ", BUSINESS DATE " TOK-BUS-DATE
004490             ", PUBLISHED " TOK-PUB-DATE " " TOK-PUB-TIME
004500             DELIMITED SIZE INTO WS-VIEW-LINE
004510     ELSE
004520         MOVE "TONIGHT'S FEED - NO READY TOKEN ON FILE"
004530             TO WS-VIEW-LINE
004540     END-IF
004550     IF WS-TOKEN-OPEN
004560         CLOSE TOKENF
004570     END-IF
004580     PERFORM 9500-SHOW-LINE THRU 9500-EXIT
004590     OPEN INPUT FILEO
004600     IF NOT FS-FILEO-OK
004610         MOVE SPACES TO WS-VIEW-LINE
004620         STRING "  *** your-file.txt NOT AVAILABLE (STATUS "
004630             FS-FILEO ") ***"
004640             DELIMITED SIZE INTO WS-VIEW-LINE
004650         PERFORM 9500-SHOW-LINE THRU 9500-EXIT
004660         GO TO 2200-EXIT
004670     END-IF
004680     MOVE 0 TO WS-HIT-CT
004690     PERFORM 2210-READ-FILEO THRU 2210-EXIT
004700     PERFORM UNTIL FS-FILEO-EOF OR FILEO-TYPE-TRAILER
004710         IF FILEO-TYPE-REC4 AND FILEO-ACCOUNT = WS-IN-ACCOUNT
004720             IF WS-HIT-CT = 0
004730                 MOVE WS-FEED-HEAD TO WS-VIEW-LINE
004740                 PERFORM 9500-SHOW-LINE THRU 9500-EXIT
004750             END-IF
004760             ADD 1 TO WS-HIT-CT
004770             MOVE FILEO-EFF-DATE    TO VW-FEED-DATE
004780             MOVE FILEO-REC4        TO VW-FEED-VALUE
004790             MOVE FILEO-CURRENCY    TO VW-FEED-CCY
004800             MOVE FILEO-ORIG-AMOUNT TO VW-FEED-ORIG
004810             MOVE WS-FEED-LINE TO WS-VIEW-LINE
004820             PERFORM 9500-SHOW-LINE THRU 9500-EXIT
004830         END-IF
004840         PERFORM 2210-READ-FILEO THRU 2210-EXIT
004850     END-PERFORM
004860     CLOSE FILEO
004870     IF WS-HIT-CT = 0
004880         MOVE "  NOT ON TONIGHT'S FEED" TO WS-VIEW-LINE
004890         PERFORM 9500-SHOW-LINE THRU 9500-EXIT
004900     END-IF.
004910 2200-EXIT.
004920     EXIT.
004930*-----------------------------------------------------------------
004940* 2210-READ-FILEO THRU 2210-EXIT.
004950*-----------------------------------------------------------------
004960 2210-READ-FILEO.
004970     READ FILEO
004980         AT END
004990             MOVE 10 TO FS-FILEO
005000     END-READ
005010     IF FS-FILEO-OK AND WS-CODEPAGE-IS-EBCDIC
005020         INSPECT FILEO-REC-TYPE CONVERTING WS-CP-EBCDIC-CHARS
005030             TO WS-CP-ASCII-CHARS
005040     END-IF.
005050 2210-EXIT.
005060     EXIT.
005070*-----------------------------------------------------------------
005080* 2300-SHOW-HISTORY THRU 2300-EXIT.
005090* THE NEWEST ROWS ON BALANCE-HISTORY.DAT, OLDEST FIRST, EACH
005100* WITH ITS MOVEMENT AGAINST THE ROW BEFORE IT ON FILE - THE SAME
005110* WALK PKHINQ01 MAKES, CUT TO THE LAST FEW ROWS.
005120*-----------------------------------------------------------------
005130 2300-SHOW-HISTORY.
005140     MOVE SPACES TO WS-VIEW-LINE
005150     PERFORM 9500-SHOW-LINE THRU 9500-EXIT
005160     IF NOT WS-HISTORY-AVAILABLE
005170         MOVE "BALANCE HISTORY" TO WS-VIEW-LINE
005180         PERFORM 9500-SHOW-LINE THRU 9500-EXIT
005190         MOVE "  *** BALANCE HISTORY NOT AVAILABLE ***"
005200             TO WS-VIEW-LINE
005210         PERFORM 9500-SHOW-LINE THRU 9500-EXIT
005220         GO TO 2300-EXIT
005230     END-IF
005240     PERFORM 2310-GATHER-HISTORY THRU 2310-EXIT
005250     MOVE SPACES TO WS-VIEW-LINE
005260     STRING "BALANCE HISTORY - LAST " WS-HV-SHOW " ROWS OF "
005270         WS-HV-ON-FILE " ON FILE"
005280         DELIMITED SIZE INTO WS-VIEW-LINE
005290     PERFORM 9500-SHOW-LINE THRU 9500-EXIT
005300     IF WS-HV-COUNT = 0
005310         MOVE "  NO HISTORY FOR THIS ACCOUNT" TO WS-VIEW-LINE
005320         PERFORM 9500-SHOW-LINE THRU 9500-EXIT
005330         GO TO 2300-EXIT
005340     END-IF
005350     MOVE WS-HIST-HEAD TO WS-VIEW-LINE
005360     PERFORM 9500-SHOW-LINE THRU 9500-EXIT
005370     IF WS-HV-COUNT > WS-HV-SHOW
005380         MOVE 2 TO WS-HV-FROM
005390     ELSE
005400         MOVE 1 TO WS-HV-FROM
005410     END-IF
005420     PERFORM VARYING WS-HV-IX FROM WS-HV-FROM BY 1
005430             UNTIL WS-HV-IX > WS-HV-COUNT
005440         MOVE SPACES TO VW-HIST-NOTE
005450         IF WS-HV-IX = 1
005460             MOVE 0 TO WS-MOVEMENT
005470             MOVE "NO PRIOR" TO VW-HIST-NOTE
005480         ELSE
005490             COMPUTE WS-MOVEMENT = WS-HV-VALUE(WS-HV-IX)
005500                 - WS-HV-VALUE(WS-HV-IX - 1)
005510         END-IF
005520         MOVE WS-HV-DATE(WS-HV-IX)     TO VW-HIST-DATE
005530         MOVE WS-HV-VALUE(WS-HV-IX)    TO VW-HIST-VALUE
005540         MOVE WS-HV-CURRENCY(WS-HV-IX) TO VW-HIST-CCY
005550         MOVE WS-MOVEMENT              TO VW-HIST-MOVEMENT
005560         MOVE WS-HIST-LINE TO WS-VIEW-LINE
005570         PERFORM 9500-SHOW-LINE THRU 9500-EXIT
005580     END-PERFORM.
005590 2300-EXIT.
005600     EXIT.
005610*-----------------------------------------------------------------
005620* 2310-GATHER-HISTORY THRU 2310-EXIT.
005630* THE KEY IS ACCOUNT PLUS DATE, SO THE ROWS ARRIVE IN EFFECTIVE-
005640* DATE ORDER; PAST SIX ROWS THE OLDEST IS SHIFTED OUT.
005650*-----------------------------------------------------------------
005660 2310-GATHER-HISTORY.
005670     MOVE 0 TO WS-HV-COUNT
005680     MOVE 0 TO WS-HV-ON-FILE
005690     MOVE WS-IN-ACCOUNT TO HIST-ACCOUNT
005700     MOVE "00000000"    TO HIST-EFF-DATE
005710     START HISTFILE KEY NOT < HIST-KEY
005720         INVALID KEY
005730             GO TO 2310-EXIT
005740     END-START
005750     PERFORM 2320-READ-HIST THRU 2320-EXIT
005760     PERFORM UNTIL FS-HIST-EOF
005770             OR HIST-ACCOUNT NOT = WS-IN-ACCOUNT
005780         IF WS-HV-COUNT = 6
005790             PERFORM VARYING WS-HV-IX FROM 1 BY 1
005800                     UNTIL WS-HV-IX > 5
005810                 MOVE WS-HV-ENTRY(WS-HV-IX + 1)
005820                     TO WS-HV-ENTRY(WS-HV-IX)
005830             END-PERFORM
005840             MOVE 5 TO WS-HV-COUNT
005850         END-IF
005860         ADD 1 TO WS-HV-COUNT
005870         ADD 1 TO WS-HV-ON-FILE
005880         MOVE HIST-EFF-DATE TO WS-HV-DATE(WS-HV-COUNT)
005890         MOVE HIST-VALUE    TO WS-HV-VALUE(WS-HV-COUNT)
005900         MOVE HIST-CURRENCY TO WS-HV-CURRENCY(WS-HV-COUNT)
005910         PERFORM 2320-READ-HIST THRU 2320-EXIT
005920     END-PERFORM.
005930 2310-EXIT.
005940     EXIT.
005950*-----------------------------------------------------------------
005960* 2320-READ-HIST THRU 2320-EXIT.
005970*-----------------------------------------------------------------
005980 2320-READ-HIST.
005990     READ HISTFILE NEXT RECORD
006000         AT END
006010             MOVE 10 TO FS-HIST
006020     END-READ.
006030 2320-EXIT.
006040     EXIT.
006050*-----------------------------------------------------------------
006060* 2400-SHOW-BREAKS THRU 2400-EXIT.
006070* EVERY LINE ON OUTSTANDING-BREAKS.TXT IS STILL OPEN - PKRECD01
006080* DROPS A BREAK ONLY WHEN IT CLEARS - SO EVERY LINE FOR THE
006090* ACCOUNT IS SHOWN. NO FILE MEANS RECONCILIATION HAS NOT RUN.
006100*-----------------------------------------------------------------
006110 2400-SHOW-BREAKS.
006120     MOVE SPACES TO WS-VIEW-LINE
006130     PERFORM 9500-SHOW-LINE THRU 9500-EXIT
006140     MOVE "OPEN BREAKS" TO WS-VIEW-LINE
006150     PERFORM 9500-SHOW-LINE THRU 9500-EXIT
006160     OPEN INPUT BREAKS
006170     IF NOT FS-BRK-OK
006180         MOVE SPACES TO WS-VIEW-LINE
006190         STRING "  *** NO outstanding-breaks.txt (STATUS "
006200             FS-BRK ") ***"
006210             DELIMITED SIZE INTO WS-VIEW-LINE
006220         PERFORM 9500-SHOW-LINE THRU 9500-EXIT
006230         GO TO 2400-EXIT
006240     END-IF
006250     MOVE 0 TO WS-HIT-CT
006260     PERFORM 2410-READ-BREAK THRU 2410-EXIT
006270     PERFORM UNTIL FS-BRK-EOF
006280         IF BRK-ACCOUNT = WS-IN-ACCOUNT
006290             IF WS-HIT-CT = 0
006300                 MOVE WS-BRK-HEAD TO WS-VIEW-LINE
006310                 PERFORM 9500-SHOW-LINE THRU 9500-EXIT
006320             END-IF
006330             ADD 1 TO WS-HIT-CT
006340             MOVE BRK-EFF-DATE   TO VW-BRK-DATE
006350             MOVE BRK-SIDE       TO VW-BRK-SIDE
006360             MOVE BRK-OUR-AMOUNT TO VW-BRK-OUR
006370             MOVE BRK-ACK-AMOUNT TO VW-BRK-ACK
006380             MOVE BRK-FIRST-DATE TO VW-BRK-FIRST
006390             MOVE BRK-AGE-DAYS   TO VW-BRK-AGE
006400             MOVE WS-BRK-LINE TO WS-VIEW-LINE
006410             PERFORM 9500-SHOW-LINE THRU 9500-EXIT
006420         END-IF
006430         PERFORM 2410-READ-BREAK THRU 2410-EXIT
006440     END-PERFORM
006450     CLOSE BREAKS
006460     IF WS-HIT-CT = 0
006470         MOVE "  NONE" TO WS-VIEW-LINE
006480         PERFORM 9500-SHOW-LINE THRU 9500-EXIT
006490     END-IF.
006500 2400-EXIT.
006510     EXIT.
006520*-----------------------------------------------------------------
006530* 2410-READ-BREAK THRU 2410-EXIT.
006540*-----------------------------------------------------------------
006550 2410-READ-BREAK.
006560     READ BREAKS
006570         AT END
006580             MOVE 10 TO FS-BRK
006590     END-READ.
006600 2410-EXIT.
006610     EXIT.
006620*-----------------------------------------------------------------
006630* 2500-SHOW-REJECTS THRU 2500-EXIT.
006640* REJECTS STILL OPEN FOR THE ACCOUNT - ONE PKRCYC01 HAS RECYCLED
006650* IS CLOSED AND LEFT OUT. THE ACCOUNT IS READ FROM THE RAW
006660* RECORD THE REJECT CARRIES, SO A REJECT FOR A BLANK ACCOUNT
006670* CANNOT BE FOUND THIS WAY.
006680*-----------------------------------------------------------------
006690 2500-SHOW-REJECTS.
006700     MOVE SPACES TO WS-VIEW-LINE
006710     PERFORM 9500-SHOW-LINE THRU 9500-EXIT
006720     MOVE "OPEN REJECTS" TO WS-VIEW-LINE
006730     PERFORM 9500-SHOW-LINE THRU 9500-EXIT
006740     OPEN INPUT REJECTS
006750     IF NOT FS-REJ-OK
006760         MOVE SPACES TO WS-VIEW-LINE
006770         STRING "  *** NO reject-file.txt (STATUS "
006780             FS-REJ ") ***"
006790             DELIMITED SIZE INTO WS-VIEW-LINE
006800         PERFORM 9500-SHOW-LINE THRU 9500-EXIT
006810         GO TO 2500-EXIT
006820     END-IF
006830     MOVE 0 TO WS-HIT-CT
006840     PERFORM 2510-READ-REJECT THRU 2510-EXIT
006850     PERFORM UNTIL FS-REJ-EOF
006860         MOVE REJ-DATA TO FILEI-REC
006870         IF REJ-OPEN AND FILEI-ACCOUNT = WS-IN-ACCOUNT
006880             IF WS-HIT-CT = 0
006890                 MOVE WS-REJ-HEAD TO WS-VIEW-LINE
006900                 PERFORM 9500-SHOW-LINE THRU 9500-EXIT
006910             END-IF
006920             ADD 1 TO WS-HIT-CT
006930             PERFORM 2520-SHOW-REJECT THRU 2520-EXIT
006940         END-IF
006950         PERFORM 2510-READ-REJECT THRU 2510-EXIT
006960     END-PERFORM
006970     CLOSE REJECTS
006980     IF WS-HIT-CT = 0
006990         MOVE "  NONE" TO WS-VIEW-LINE
007000         PERFORM 9500-SHOW-LINE THRU 9500-EXIT
007010     END-IF.
007020 2500-EXIT.
007030     EXIT.
007040*-----------------------------------------------------------------
007050* 2510-READ-REJECT THRU 2510-EXIT.
007060*-----------------------------------------------------------------
007070 2510-READ-REJECT.
007080     READ REJECTS
007090         AT END
007100             MOVE 10 TO FS-REJ
007110     END-READ.
007120 2510-EXIT.
007130     EXIT.
007140*-----------------------------------------------------------------
007150* 2520-SHOW-REJECT THRU 2520-EXIT.
007160* THE REASON CODE IN WORDS, WITH THE DATE, CURRENCY AND VALUE
007170* BYTES EXACTLY AS THE BRANCH SENT THEM.
007180*-----------------------------------------------------------------
007190 2520-SHOW-REJECT.
007200     EVALUATE TRUE
007210         WHEN REJ-BAD-SIGN
007220             MOVE "BAD SIGN"            TO WS-REASON-WORD
007230         WHEN REJ-NON-NUMERIC
007240             MOVE "NON-NUMERIC VALUE"   TO WS-REASON-WORD
007250         WHEN REJ-BLANK-RECORD
007260             MOVE "BLANK RECORD"        TO WS-REASON-WORD
007270         WHEN REJ-BLANK-ACCOUNT
007280             MOVE "BLANK ACCOUNT"       TO WS-REASON-WORD
007290         WHEN REJ-BAD-EFF-DATE
007300             MOVE "BAD EFFECTIVE DATE"  TO WS-REASON-WORD
007310         WHEN REJ-UNKNOWN-ACCT
007320             MOVE "UNKNOWN ACCOUNT"     TO WS-REASON-WORD
007330         WHEN REJ-CLOSED-ACCT
007340             MOVE "CLOSED ACCOUNT"      TO WS-REASON-WORD
007350         WHEN REJ-BAD-CURRENCY
007360             MOVE "BAD CURRENCY"        TO WS-REASON-WORD
007370         WHEN REJ-WRONG-BUS-DATE
007380             MOVE "WRONG BUSINESS DATE" TO WS-REASON-WORD
007390         WHEN OTHER
007400             MOVE "UNLISTED REASON"     TO WS-REASON-WORD
007410     END-EVALUATE
007420     MOVE REJ-BRANCH      TO VW-REJ-BRANCH
007430     MOVE REJ-SEQ         TO VW-REJ-SEQ
007440     MOVE REJ-REASON      TO VW-REJ-REASON
007450     MOVE WS-REASON-WORD  TO VW-REJ-WORD
007460     MOVE FILEI-EFF-DATE  TO VW-REJ-DATE
007470     MOVE FILEI-CURRENCY  TO VW-REJ-CCY
007480     MOVE FILEI-VALUE-CHAR TO VW-REJ-VALUE
007490     MOVE WS-REJ-LINE TO WS-VIEW-LINE
007500     PERFORM 9500-SHOW-LINE THRU 9500-EXIT.
007510 2520-EXIT.
007520     EXIT.
007530*-----------------------------------------------------------------
007540* 9500-SHOW-LINE THRU 9500-EXIT.
007550* THE LINE IN HAND GOES TO THE CONSOLE, AND TO THE PRINT FILE
007560* WHEN ONE IS OPEN. A FAILED WRITE STOPS THE PRINT BUT NOT THE
007570* VIEW.
007580*-----------------------------------------------------------------
007590 9500-SHOW-LINE.
007600     DISPLAY WS-VIEW-LINE
007610     IF NOT WS-PRINTING
007620         GO TO 9500-EXIT
007630     END-IF
007640     WRITE PRT-LINE FROM WS-VIEW-LINE
007650     IF NOT FS-PRT-OK
007660         DISPLAY "WRITE PRTFILE"
007670         DISPLAY FS-PRT
007680         CLOSE PRTFILE
007690         MOVE 'N' TO WS-PRINT-SW
007700     END-IF.
007710 9500-EXIT.
007720     EXIT.
007730 END PROGRAM PKAINQ01.
