000010******************************************************************
000020* AUTHOR.     R. OKAFOR.
000030* INSTALLATION. LEDGER SYSTEMS GROUP.
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    FINANCE DATA WAREHOUSE EXPORT. RUN AFTER PKDRV01
000070*             PUBLISHES AND BEFORE THE LEDGER COLLECTS THE FEED.
000080*             IT PROVES YOUR-FILE.TXT AGAINST ITS OWN TRAILER AND
000090*             AGAINST THE COUNTS AND CONTROL TOTAL ON THE
000100*             FEED-READY.TXT TOKEN, THEN WRITES EVERY FILEO-REC4
000110*             DETAIL UNPACKED, ONE '|' DELIMITED ROW PER ACCOUNT,
000120*             TO dw-balances-YYYYMMDD-NNNNN.txt (BUSINESS DATE
000130*             AND RUN NUMBER FROM THE TOKEN): ACCOUNT, EFFECTIVE
000140*             DATE, MASTER BRANCH, BASE-CURRENCY VALUE, DELIVERED
000150*             CURRENCY, ORIGINAL AMOUNT AND RUN NUMBER. BESIDE IT
000160*             GOES dw-control-YYYYMMDD-NNNNN.txt WITH THE ROW
000170*             COUNT AND VALUE TOTAL TIED TO THE TRAILER, WRITTEN
000180*             LAST. NO TOKEN, OR A FEED THAT DISAGREES WITH ITS
000190*             TRAILER OR THE TOKEN, IS REFUSED RC 8 WITH NOTHING
000200*             WRITTEN, SO THE WAREHOUSE NEVER LOADS AN
000210*             UNPUBLISHED OR PARTIAL NIGHT. A RERUN FOR THE SAME
000220*             RUN REPLACES BOTH FILES, EMPTYING THE OLD CONTROL
000230*             FILE BEFORE THE EXPORT IS REWRITTEN, SO A RERUN THAT
000240*             FAILS PART WAY NEVER LEAVES A CONTROL FILE BESIDE A
000250*             PARTIAL EXPORT.
000260* TECTONICS.  cobc -std=ibm.
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY.
000290*   2026-10-15 RO  INITIAL VERSION.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. PKDWEX01.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PARMFILE ASSIGN "param-card.txt"
000370         ORGANIZATION SEQUENTIAL
000380         ACCESS MODE IS SEQUENTIAL
000390         FILE STATUS IS FS-PARM.
000400     SELECT TOKENF ASSIGN "feed-ready.txt"
000410         ORGANIZATION SEQUENTIAL
000420         ACCESS MODE IS SEQUENTIAL
000430         FILE STATUS IS FS-TOK.
000440     SELECT FILEO ASSIGN "your-file.txt"
000450         ORGANIZATION SEQUENTIAL
000460         ACCESS MODE IS SEQUENTIAL
000470         FILE STATUS IS FS-FILEO.
000480     SELECT ACCTMAST ASSIGN "account-master.dat"
000490         ORGANIZATION INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS ACCT-NUMBER
000520         FILE STATUS IS FS-ACCT.
000530     SELECT DWEXPORT ASSIGN USING WS-EXPORT-NAME
000540         ORGANIZATION SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000560         FILE STATUS IS FS-DWX.
000570     SELECT DWCONTROL ASSIGN USING WS-CONTROL-NAME
000580         ORGANIZATION SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS FS-DWC.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PARMFILE
000640     RECORDING MODE IS F.
000650     COPY PARMREC.
000660*-----------------------------------------------------------------
000670* THE READY TOKEN AND THE PUBLISHED FEED IT VOUCHES FOR.
000680*-----------------------------------------------------------------
000690 FD  TOKENF
000700     RECORDING MODE IS F.
000710     COPY TOKENREC.
000720 FD  FILEO
000730     RECORDING MODE IS F.
000740     COPY FILEOREC.
000750 FD  ACCTMAST.
000760     COPY ACCTREC.
000770*-----------------------------------------------------------------
000780* THE EXPORT AND ITS CONTROL FILE - LAID OUT IN DWEXREC AND
000790* DWCTREC, BUILT IN WORKING-STORAGE AND WRITTEN FROM THERE.
000800*-----------------------------------------------------------------
000810 FD  DWEXPORT
000820     RECORDING MODE IS F.
000830 01  DWX-LINE             PIC X(74).
000840 FD  DWCONTROL
000850     RECORDING MODE IS F.
000860 01  DWC-LINE             PIC X(119).
000870 WORKING-STORAGE SECTION.
000880 01  FS-PARM          PIC 9(02).
000890     88  FS-PARM-OK               VALUE 00.
000900 01  FS-TOK           PIC 9(02).
000910     88  FS-TOK-OK                VALUE 00.
000920 01  FS-FILEO         PIC 9(02).
000930     88  FS-FILEO-OK              VALUE 00.
000940     88  FS-FILEO-EOF             VALUE 10.
000950 01  FS-ACCT          PIC 9(02).
000960     88  FS-ACCT-OK               VALUE 00.
000970 01  FS-DWX           PIC 9(02).
000980     88  FS-DWX-OK                VALUE 00.
000990 01  FS-DWC           PIC 9(02).
001000     88  FS-DWC-OK                VALUE 00.
001010 01  WS-RUN-DATE      PIC X(08).
001020 01  WS-RUN-TIME      PIC X(08).
001030 01  WS-CODEPAGE-SW   PIC X(01) VALUE 'A'.
001040     88  WS-CODEPAGE-IS-EBCDIC    VALUE 'E'.
001050 01  WS-CP-ASCII-CHARS PIC X(07) VALUE "01234TS".
001060 01  WS-CP-EBCDIC-CHARS PIC X(07) VALUE X"F0F1F2F3F4E3E2".
001070 01  WS-EXPORT-NAME   PIC X(30) VALUE SPACES.
001080 01  WS-CONTROL-NAME  PIC X(30) VALUE SPACES.
001090*-----------------------------------------------------------------
001100* FEED PROOF - WHAT THE DETAIL RECORDS ADD UP TO AGAINST WHAT THE
001110* TRAILER CLAIMS, AND THE TRAILER AGAINST THE TOKEN.
001120*-----------------------------------------------------------------
001130 01  WS-TRAILER-SW    PIC X(01) VALUE 'N'.
001140     88  WS-TRAILER-SEEN          VALUE 'Y'.
001150 01  WS-FEED-COUNT    PIC 9(07) VALUE 0.
001160 01  WS-FEED-TOTAL    PIC S9(18) VALUE 0.
001170 01  WS-TRL-COUNT     PIC 9(07) VALUE 0.
001180 01  WS-TRL-TOTAL     PIC S9(18) VALUE 0.
001190 01  WS-TOK-COUNT     PIC 9(07) VALUE 0.
001200*-----------------------------------------------------------------
001210* WHAT THE EXPORT ITSELF WROTE.
001220*-----------------------------------------------------------------
001230 01  WS-ROW-COUNT     PIC 9(07) VALUE 0.
001240 01  WS-ROW-TOTAL     PIC S9(18) VALUE 0.
001250 01  WS-NO-BRANCH-CT  PIC 9(07) VALUE 0.
001260*-----------------------------------------------------------------
001270* ROW AND CONTROL LAYOUTS.
001280*-----------------------------------------------------------------
001290     COPY DWEXREC.
001300     COPY DWCTREC.
001310*
001320 PROCEDURE DIVISION.
001330*-----------------------------------------------------------------
001340* 0000-MAINLINE.
001350* NOTHING IS WRITTEN UNTIL THE TOKEN, THE TRAILER AND THE DETAIL
001360* ALL AGREE; THE CONTROL FILE IS WRITTEN ONLY ONCE THE EXPORT IS
001370* WHOLE.
001380*-----------------------------------------------------------------
001390 0000-MAINLINE.
001400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001410     ACCEPT WS-RUN-TIME FROM TIME
001420     PERFORM 1050-LOAD-PARM THRU 1050-EXIT
001430     PERFORM 1100-READ-TOKEN THRU 1100-EXIT
001440     IF RETURN-CODE >= 8
001450         GO TO 0000-WRAP-UP
001460     END-IF
001470     PERFORM 2000-PROVE-FEED THRU 2000-EXIT
001480     IF RETURN-CODE >= 8
001490         GO TO 0000-WRAP-UP
001500     END-IF
001510     PERFORM 3000-WRITE-EXPORT THRU 3000-EXIT
001520     IF RETURN-CODE >= 8
001530         GO TO 0000-WRAP-UP
001540     END-IF
001550     PERFORM 4000-WRITE-CONTROL THRU 4000-EXIT.
001560 0000-WRAP-UP.
001570     IF RETURN-CODE < 8
001580         DISPLAY "PKDWEX01 BUSINESS DATE: " TOK-BUS-DATE
001590             " RUN " TOK-RUN-NUMBER
001600         DISPLAY "PKDWEX01 ROWS EXPORTED: " WS-ROW-COUNT
001610         DISPLAY "PKDWEX01 VALUE TOTAL:   " WS-ROW-TOTAL
001620         DISPLAY "PKDWEX01 EXPORT FILE:   " WS-EXPORT-NAME
001630         DISPLAY "PKDWEX01 CONTROL FILE:  " WS-CONTROL-NAME
001640     ELSE
001650         DISPLAY "PKDWEX01 NO CONTROL FILE WRITTEN - RC "
001660             RETURN-CODE " - NOTHING TO LOAD"
001670     END-IF
001680     GOBACK.
001690*-----------------------------------------------------------------
001700* 1050-LOAD-PARM THRU 1050-EXIT.
001710* CODEPAGE SWITCH ONLY - A MISSING CARD DEFAULTS TO ASCII.
001720*-----------------------------------------------------------------
001730 1050-LOAD-PARM.
001740     OPEN INPUT PARMFILE
001750     IF FS-PARM-OK
001760         READ PARMFILE
001770             AT END
001780                 MOVE "A" TO WS-CODEPAGE-SW
001790             NOT AT END
001800                 MOVE PARM-CODEPAGE-SW TO WS-CODEPAGE-SW
001810         END-READ
001820         CLOSE PARMFILE
001830     ELSE
001840         MOVE "A" TO WS-CODEPAGE-SW
001850     END-IF
001860     IF WS-CODEPAGE-SW NOT = "A" AND WS-CODEPAGE-SW NOT = "E"
001870         MOVE "A" TO WS-CODEPAGE-SW
001880     END-IF.
001890 1050-EXIT.
001900     EXIT.
001910*-----------------------------------------------------------------
001920* 1100-READ-TOKEN THRU 1100-EXIT.
001930* NO TOKEN MEANS PKDRV01 NEVER PUBLISHED - OR THE LEDGER HAS
001940* ALREADY COLLECTED THE FEED AND DELETED IT, WHICH IS WHY THIS
001950* STEP RUNS AHEAD OF THE PICKUP. EITHER WAY THE FEED ON DISK IS
001960* NOT VOUCHED FOR AND IS REFUSED. THE TOKEN NAMES THE FILES.
001970*-----------------------------------------------------------------
001980 1100-READ-TOKEN.
001990     OPEN INPUT TOKENF
002000     IF NOT FS-TOK-OK
002010         DISPLAY "PKDWEX01 NO FEED-READY TOKEN (STATUS " FS-TOK
002020             ") - FEED NOT PUBLISHED, EXPORT REFUSED"
002030         MOVE 8 TO RETURN-CODE
002040         GO TO 1100-EXIT
002050     END-IF
002060     READ TOKENF
002070         AT END
002080             MOVE 10 TO FS-TOK
002090     END-READ
002100     CLOSE TOKENF
002110     IF NOT FS-TOK-OK
002120         DISPLAY "PKDWEX01 FEED-READY TOKEN EMPTY - EXPORT "
002130             "REFUSED"
002140         MOVE 8 TO RETURN-CODE
002150         GO TO 1100-EXIT
002160     END-IF
002170     MOVE TOK-COUNT-REC4 TO WS-TOK-COUNT
002180     STRING "dw-balances-" TOK-BUS-DATE "-" TOK-RUN-NUMBER
002190         ".txt" DELIMITED SIZE INTO WS-EXPORT-NAME
002200     STRING "dw-control-" TOK-BUS-DATE "-" TOK-RUN-NUMBER
002210         ".txt" DELIMITED SIZE INTO WS-CONTROL-NAME.
002220 1100-EXIT.
002230     EXIT.
002240*-----------------------------------------------------------------
002250* 2000-PROVE-FEED THRU 2000-EXIT.
002260* THE DETAIL MUST ADD UP TO THE TRAILER, AND THE TRAILER MUST BE
002270* THE ONE THE TOKEN WAS CUT FOR - A FEED REPLACED OR TRUNCATED
002280* SINCE PUBLISH FAILS ONE OR THE OTHER.
002290*-----------------------------------------------------------------
002300 2000-PROVE-FEED.
002310     OPEN INPUT FILEO
002320     IF NOT FS-FILEO-OK
002330         DISPLAY "OPEN FILEO"
002340         DISPLAY FS-FILEO
002350         MOVE FS-FILEO TO RETURN-CODE
002360         GO TO 2000-EXIT
002370     END-IF
002380     PERFORM 2010-READ-FILEO THRU 2010-EXIT
002390     PERFORM UNTIL FS-FILEO-EOF
002400         EVALUATE TRUE
002410             WHEN FILEO-TYPE-REC4
002420                 ADD 1          TO WS-FEED-COUNT
002430                 ADD FILEO-REC4 TO WS-FEED-TOTAL
002440             WHEN FILEO-TYPE-TRAILER
002450                 SET WS-TRAILER-SEEN TO TRUE
002460                 MOVE FILEO-TRL-COUNT-REC4    TO WS-TRL-COUNT
002470                 MOVE FILEO-TRL-CONTROL-TOTAL TO WS-TRL-TOTAL
002480         END-EVALUATE
002490         PERFORM 2010-READ-FILEO THRU 2010-EXIT
002500     END-PERFORM
002510     CLOSE FILEO
002520     IF NOT WS-TRAILER-SEEN
002530         DISPLAY "PKDWEX01 YOUR-FILE.TXT HAS NO TRAILER - "
002540             "EXPORT REFUSED"
002550         MOVE 8 TO RETURN-CODE
002560         GO TO 2000-EXIT
002570     END-IF
002580     IF WS-FEED-COUNT NOT = WS-TRL-COUNT
002590             OR WS-FEED-TOTAL NOT = WS-TRL-TOTAL
002600         DISPLAY "PKDWEX01 YOUR-FILE.TXT DISAGREES WITH ITS "
002610             "TRAILER - EXPORT REFUSED"
002620         DISPLAY "PKDWEX01 FEED    COUNT " WS-FEED-COUNT
002630             " TOTAL " WS-FEED-TOTAL
002640         DISPLAY "PKDWEX01 TRAILER COUNT " WS-TRL-COUNT
002650             " TOTAL " WS-TRL-TOTAL
002660         MOVE 8 TO RETURN-CODE
002670         GO TO 2000-EXIT
002680     END-IF
002690     IF WS-TOK-COUNT NOT = WS-TRL-COUNT
002700             OR TOK-CONTROL-TOTAL NOT = WS-TRL-TOTAL
002710         DISPLAY "PKDWEX01 YOUR-FILE.TXT DISAGREES WITH THE "
002720             "FEED-READY TOKEN - EXPORT REFUSED"
002730         DISPLAY "PKDWEX01 TOKEN   COUNT " WS-TOK-COUNT
002740             " TOTAL " TOK-CONTROL-TOTAL
002750         DISPLAY "PKDWEX01 TRAILER COUNT " WS-TRL-COUNT
002760             " TOTAL " WS-TRL-TOTAL
002770         MOVE 8 TO RETURN-CODE
002780     END-IF.
002790 2000-EXIT.
002800     EXIT.
002810*-----------------------------------------------------------------
002820* 2010-READ-FILEO THRU 2010-EXIT.
002830*-----------------------------------------------------------------
002840 2010-READ-FILEO.
002850     READ FILEO
002860         AT END
002870             MOVE 10 TO FS-FILEO
002880     END-READ
002890     IF FS-FILEO-OK AND WS-CODEPAGE-IS-EBCDIC
002900         INSPECT FILEO-REC-TYPE CONVERTING WS-CP-EBCDIC-CHARS
002910             TO WS-CP-ASCII-CHARS
002920     END-IF.
002930 2010-EXIT.
002940     EXIT.
002950*-----------------------------------------------------------------
002960* 3000-WRITE-EXPORT THRU 3000-EXIT.
002970* ONE ROW PER FILEO-REC4 DETAIL. THE BRANCH IS THE ACCOUNT'S
002980* MASTER BRANCH; AN ACCOUNT NO LONGER ON THE MASTER IS STILL
002990* EXPORTED, WITH A BLANK BRANCH AND RC 4, SO THE ROWS STILL TIE
003000* TO THE TRAILER. A CONTROL FILE LEFT BY AN EARLIER PASS FOR THE
003010* SAME RUN IS EMPTIED BEFORE THE EXPORT IS OPENED - ONLY
003020* 4000-WRITE-CONTROL, AFTER THE ROWS TIE, MAY FILL IT AGAIN.
003030*-----------------------------------------------------------------
003040 3000-WRITE-EXPORT.
003050     OPEN INPUT ACCTMAST
003060     IF NOT FS-ACCT-OK
003070         DISPLAY "OPEN ACCTMAST"
003080         DISPLAY FS-ACCT
003090         MOVE FS-ACCT TO RETURN-CODE
003100         GO TO 3000-EXIT
003110     END-IF
003120     OPEN INPUT FILEO
003130     IF NOT FS-FILEO-OK
003140         DISPLAY "OPEN FILEO"
003150         DISPLAY FS-FILEO
003160         MOVE FS-FILEO TO RETURN-CODE
003170         CLOSE ACCTMAST
003180         GO TO 3000-EXIT
003190     END-IF
003200     OPEN OUTPUT DWCONTROL
003210     IF NOT FS-DWC-OK
003220         DISPLAY "OPEN DWCONTROL"
003230         DISPLAY FS-DWC
003240         MOVE FS-DWC TO RETURN-CODE
003250         CLOSE FILEO
003260         CLOSE ACCTMAST
003270         GO TO 3000-EXIT
003280     END-IF
003290     CLOSE DWCONTROL
003300     OPEN OUTPUT DWEXPORT
003310     IF NOT FS-DWX-OK
003320         DISPLAY "OPEN DWEXPORT"
003330         DISPLAY FS-DWX
003340         MOVE FS-DWX TO RETURN-CODE
003350         CLOSE FILEO
003360         CLOSE ACCTMAST
003370         GO TO 3000-EXIT
003380     END-IF
003390     PERFORM 2010-READ-FILEO THRU 2010-EXIT
003400     PERFORM UNTIL FS-FILEO-EOF OR RETURN-CODE >= 8
003410         IF FILEO-TYPE-REC4
003420             PERFORM 3100-WRITE-ROW THRU 3100-EXIT
003430         END-IF
003440         PERFORM 2010-READ-FILEO THRU 2010-EXIT
003450     END-PERFORM
003460     CLOSE DWEXPORT
003470     CLOSE FILEO
003480     CLOSE ACCTMAST
003490     IF WS-NO-BRANCH-CT > 0
003500         DISPLAY "PKDWEX01 " WS-NO-BRANCH-CT
003510             " ACCOUNT(S) NOT ON THE MASTER - BRANCH LEFT BLANK"
003520         IF RETURN-CODE < 4
003530             MOVE 4 TO RETURN-CODE
003540         END-IF
003550     END-IF.
003560 3000-EXIT.
003570     EXIT.
003580*-----------------------------------------------------------------
003590* 3100-WRITE-ROW THRU 3100-EXIT.
003600*-----------------------------------------------------------------
003610 3100-WRITE-ROW.
003620     MOVE FILEO-ACCOUNT TO ACCT-NUMBER
003630     READ ACCTMAST
003640         INVALID KEY
003650             MOVE SPACES TO ACCT-BRANCH
003660             ADD 1 TO WS-NO-BRANCH-CT
003670             DISPLAY "PKDWEX01 ACCOUNT " FILEO-ACCOUNT
003680                 " NOT ON ACCOUNT MASTER"
003690     END-READ
003700     MOVE FILEO-ACCOUNT     TO DWX-ACCOUNT
003710     MOVE FILEO-EFF-DATE    TO DWX-EFF-DATE
003720     MOVE ACCT-BRANCH       TO DWX-BRANCH
003730     MOVE FILEO-REC4        TO DWX-BASE-VALUE
003740     MOVE FILEO-CURRENCY    TO DWX-CURRENCY
003750     MOVE FILEO-ORIG-AMOUNT TO DWX-ORIG-AMOUNT
003760     MOVE TOK-RUN-NUMBER    TO DWX-RUN-NUMBER
003770     WRITE DWX-LINE FROM DWX-RECORD
003780     IF NOT FS-DWX-OK
003790         DISPLAY "WRITE DWEXPORT"
003800         DISPLAY FS-DWX
003810         MOVE FS-DWX TO RETURN-CODE
003820         GO TO 3100-EXIT
003830     END-IF
003840     ADD 1          TO WS-ROW-COUNT
003850     ADD FILEO-REC4 TO WS-ROW-TOTAL.
003860 3100-EXIT.
003870     EXIT.
003880*-----------------------------------------------------------------
003890* 4000-WRITE-CONTROL THRU 4000-EXIT.
003900* THE ROWS WRITTEN MUST STILL TIE TO THE TRAILER PROVED BEFORE
003910* THE EXPORT BEGAN. IF THEY DO NOT, NO CONTROL FILE IS WRITTEN
003920* AND THE EXPORT LEFT ON DISK IS NOT TO BE LOADED.
003930*-----------------------------------------------------------------
003940 4000-WRITE-CONTROL.
003950     IF WS-ROW-COUNT NOT = WS-TRL-COUNT
003960             OR WS-ROW-TOTAL NOT = WS-TRL-TOTAL
003970         DISPLAY "PKDWEX01 EXPORT DOES NOT TIE TO THE TRAILER - "
003980             "NO CONTROL FILE WRITTEN"
003990         DISPLAY "PKDWEX01 EXPORT  COUNT " WS-ROW-COUNT
004000             " TOTAL " WS-ROW-TOTAL
004010         DISPLAY "PKDWEX01 TRAILER COUNT " WS-TRL-COUNT
004020             " TOTAL " WS-TRL-TOTAL
004030         MOVE 8 TO RETURN-CODE
004040         GO TO 4000-EXIT
004050     END-IF
004060     OPEN OUTPUT DWCONTROL
004070     IF NOT FS-DWC-OK
004080         DISPLAY "OPEN DWCONTROL"
004090         DISPLAY FS-DWC
004100         MOVE FS-DWC TO RETURN-CODE
004110         GO TO 4000-EXIT
004120     END-IF
004130     MOVE TOK-BUS-DATE      TO DWC-BUS-DATE
004140     MOVE TOK-RUN-NUMBER    TO DWC-RUN-NUMBER
004150     MOVE WS-ROW-COUNT      TO DWC-ROW-COUNT
004160     MOVE WS-ROW-TOTAL      TO DWC-VALUE-TOTAL
004170     MOVE WS-TRL-COUNT      TO DWC-TRL-COUNT
004180     MOVE WS-TRL-TOTAL      TO DWC-TRL-CONTROL-TOTAL
004190     MOVE WS-EXPORT-NAME    TO DWC-EXPORT-FILE
004200     MOVE WS-RUN-DATE       TO DWC-CREATED-DATE
004210     MOVE WS-RUN-TIME       TO DWC-CREATED-TIME
004220     WRITE DWC-LINE FROM DWC-RECORD
004230     IF NOT FS-DWC-OK
004240         DISPLAY "WRITE DWCONTROL"
004250         DISPLAY FS-DWC
004260         MOVE FS-DWC TO RETURN-CODE
004270     END-IF
004280     CLOSE DWCONTROL.
004290 4000-EXIT.
004300     EXIT.
004310 END PROGRAM PKDWEX01.
