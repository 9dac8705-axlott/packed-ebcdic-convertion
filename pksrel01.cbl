000010******************************************************************
000020* AUTHOR.     R. OKAFOR.
000030* INSTALLATION. LEDGER SYSTEMS GROUP.
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    FROZEN-ACCOUNT SUSPENSE RELEASE. RUN AFTER THE DESK
000070*             UNFREEZES AN ACCOUNT THROUGH PKAMNT01, AND AHEAD OF
000080*             PKRCYC01 ON ANY NIGHT A LATE CYCLE IS PLANNED.
000090*             WALKS SUSPENSE-FILE.DAT AND RELEASES EVERY HELD
000100*             BALANCE WHOSE ACCOUNT THE MASTER NOW SHOWS OPEN:
000110*             THE HELD FILEI-REC IS WRITTEN UNCHANGED TO A
000120*             PER-BRANCH CLEAN-RELEASE-<BRANCH>.TXT EXTRACT AND
000130*             RELEASE-LIST.TXT NAMES THE BRANCH FILES, EACH LINE
000140*             STAMPED WITH THE RELEASE DATE. ONLY WHEN BOTH ARE
000150*             WRITTEN AND CLOSED IS EACH ENTRY MARKED RELEASED,
000160*             WITH AN 'R' LINE TO SUSPENSE-LOG.TXT - A FAILED
000170*             WRITE LEAVES EVERY BALANCE HELD. PKRCYC01 FOLDS
000180*             THE DAY'S LINES INTO SUPPLEMENTAL-LIST.TXT, SO THE
000190*             BALANCES POST IN THE SAME LATE CYCLE AS THE
000200*             RECYCLED CORRECTIONS, UNDER THEIR ORIGINAL
000210*             EFFECTIVE DATES. AN ACCOUNT STILL FROZEN, CLOSED
000220*             OR OFF THE MASTER STAYS HELD; A CLOSED ONE IS
000230*             CALLED OUT ON THE CONSOLE AND ENDS THE RUN RC 4,
000240*             SINCE ITS BALANCE CAN NEVER POST WITHOUT THE DESK.
000250*             THE RELEASE LIST IS REBUILT EVERY RUN FROM EVERY
000260*             ENTRY RELEASED BUT NOT YET CARRIED - PKRCYC01 MARKS
000270*             AN ENTRY CARRIED WHEN IT PUTS ITS FILE ON THE
000280*             LATE-CYCLE MANIFEST - AND EACH LINE IS STAMPED WITH
000290*             THE RELEASE DATE (THE BUSINESS DATE, OR THE RUN DATE
000300*             ON AN UNGOVERNED RUN). A SECOND RUN BEFORE THE
000310*             RECYCLE LOSES NOTHING, ONE AFTER IT NEVER LISTS A
000320*             CARRIED BALANCE AGAIN, AND YESTERDAY'S LIST NEVER
000330*             SURVIVES INTO TODAY'S LATE CYCLE.
000340* TECTONICS.  cobc -std=ibm.
000350*-----------------------------------------------------------------
000360* MODIFICATION HISTORY.
000370*   2026-10-15 RO  INITIAL VERSION.
000380*   2026-10-15 RO  STOP RUN REPLACED WITH GOBACK SO THE
000390*                  PKJCTL01 JOB STREAM CONTROLLER CAN CALL THIS
000400*                  PROGRAM AS A STEP AND RECORD ITS RETURN-CODE.
000410*                  A STAND-ALONE INVOCATION BEHAVES AS BEFORE.
000420******************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. PKSREL01.
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT SUSPFILE ASSIGN "suspense-file.dat"
000490         ORGANIZATION INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS SUSP-KEY
000520         FILE STATUS IS FS-SUSP.
000530     SELECT ACCTMAST ASSIGN "account-master.dat"
000540         ORGANIZATION INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS ACCT-NUMBER
000570         FILE STATUS IS FS-ACCT.
000580     SELECT BUSDCARD ASSIGN "busdate-card.txt"
000590         ORGANIZATION SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS FS-BUSD.
000620     SELECT RELCLEAN ASSIGN USING WS-CLEAN-NAME
000630         ORGANIZATION SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS FS-RCLN.
000660     SELECT RELLIST ASSIGN "release-list.txt"
000670         ORGANIZATION SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS FS-RLST.
000700     SELECT SUSPLOG ASSIGN "suspense-log.txt"
000710         ORGANIZATION SEQUENTIAL
000720         ACCESS MODE IS SEQUENTIAL
000730         FILE STATUS IS FS-SLOG.
000740     SELECT AUDITLOG ASSIGN "audit-log.txt"
000750         ORGANIZATION SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS FS-AUDIT.
000780 DATA DIVISION.
000790 FILE SECTION.
000800*-----------------------------------------------------------------
000810* SUSPENSE - FROZEN-ACCOUNT BALANCES PKEDIT01 HELD.
000820*-----------------------------------------------------------------
000830 FD  SUSPFILE.
000840     COPY SUSPREC.
000850*-----------------------------------------------------------------
000860* ACCOUNT MASTER - KEYED CROSS-REFERENCE MAINTAINED BY PKAMNT01.
000870*-----------------------------------------------------------------
000880 FD  ACCTMAST.
000890     COPY ACCTREC.
000900*-----------------------------------------------------------------
000910* CURRENT-BUSINESS-DATE CONTROL CARD.
000920*-----------------------------------------------------------------
000930 FD  BUSDCARD
000940     RECORDING MODE IS F.
000950     COPY BUSDREC.
000960*-----------------------------------------------------------------
000970* ONE BRANCH'S RELEASED BALANCES - THE SAME LAYOUT AS EVERY OTHER
000980* CLEAN EXTRACT PKCONV01 READS.
000990*-----------------------------------------------------------------
001000 FD  RELCLEAN
001010     RECORDING MODE IS F.
001020     COPY FILEIREC.
001030*-----------------------------------------------------------------
001040* RELEASE MANIFEST - ONE DATED LINE PER BRANCH RELEASE FILE,
001050* FOLDED INTO SUPPLEMENTAL-LIST.TXT BY PKRCYC01.
001060*-----------------------------------------------------------------
001070 FD  RELLIST
001080     RECORDING MODE IS F.
001090     COPY RELLREC.
001100*-----------------------------------------------------------------
001110* SUSPENSE LOG - ONE LINE PER RELEASE, APPENDED.
001120*-----------------------------------------------------------------
001130 FD  SUSPLOG
001140     RECORDING MODE IS F.
001150     COPY SLOGREC.
001160*-----------------------------------------------------------------
001170* AUDIT LOG - ONE LINE PER NON-ZERO FILE STATUS.
001180*-----------------------------------------------------------------
001190 FD  AUDITLOG
001200     RECORDING MODE IS F.
001210     COPY AUDITREC.
001220 WORKING-STORAGE SECTION.
001230 01  FS-SUSP          PIC 9(02).
001240     88  FS-SUSP-OK               VALUE 00.
001250     88  FS-SUSP-EOF              VALUE 10.
001260 01  FS-ACCT          PIC 9(02).
001270     88  FS-ACCT-OK               VALUE 00.
001280 01  FS-BUSD          PIC 9(02).
001290     88  FS-BUSD-OK               VALUE 00.
001300 01  FS-RCLN          PIC 9(02).
001310     88  FS-RCLN-OK               VALUE 00.
001320 01  FS-RLST          PIC 9(02).
001330     88  FS-RLST-OK               VALUE 00.
001340 01  FS-SLOG          PIC 9(02).
001350     88  FS-SLOG-OK               VALUE 00.
001360 01  FS-AUDIT         PIC 9(02).
001370     88  FS-AUDIT-OK              VALUE 00.
001380 01  WS-MASTER-SW     PIC X(01) VALUE 'N'.
001390     88  WS-MASTER-AVAILABLE      VALUE 'Y'.
001400 01  WS-BUS-DATE      PIC X(08) VALUE SPACES.
001410 01  WS-BUSDATE-SW    PIC X(01) VALUE 'N'.
001420     88  WS-BUSDATE-GOVERNED      VALUE 'Y'.
001430 01  WS-RELEASE-DATE  PIC X(08).
001440 01  WS-CLEAN-NAME    PIC X(46).
001450 01  WS-REL-RAW-NAME  PIC X(40).
001460 01  WS-WRITE-FAIL-SW PIC X(01) VALUE 'N'.
001470     88  WS-WRITE-FAILED          VALUE 'Y'.
001480*-----------------------------------------------------------------
001490* BALANCES RELEASED BUT NOT YET CARRIED - THIS RUN'S AND ANY AN
001500* EARLIER RUN RELEASED THAT NO LATE CYCLE HAS TAKEN - HELD UNTIL
001510* THE PER-BRANCH RELEASE FILES ARE WRITTEN IN ONE GROUPED PASS AT
001520* THE END.
001530* WS-RL-KEY AND WS-RL-NEW MARK THIS RUN'S RELEASES, WHOSE SUSPENSE
001540* ENTRIES ARE REWRITTEN ONLY AFTER THOSE FILES ARE SAFELY CLOSED.
001550*-----------------------------------------------------------------
001560 01  WS-RL-COUNT      PIC 9(04) VALUE 0.
001570 01  WS-RL-TABLE.
001580     05  WS-RL-ENTRY OCCURS 1000 TIMES.
001590         10  WS-RL-BRANCH     PIC X(04).
001600         10  WS-RL-IMAGE      PIC X(40).
001610         10  WS-RL-USED-SW    PIC X(01).
001620             88  WS-RL-USED           VALUE 'Y'.
001630         10  WS-RL-KEY        PIC X(22).
001640         10  WS-RL-NEW-SW     PIC X(01).
001650             88  WS-RL-NEW            VALUE 'Y'.
001660 01  WS-R             PIC 9(04).
001670 01  WS-R2            PIC 9(04).
001680 01  WS-CUR-BRANCH    PIC X(04).
001690 01  WS-READ-CT       PIC 9(07) VALUE 0.
001700 01  WS-RELEASED-CT   PIC 9(07) VALUE 0.
001710 01  WS-RELISTED-CT   PIC 9(07) VALUE 0.
001720 01  WS-STILL-HELD-CT PIC 9(07) VALUE 0.
001730 01  WS-CLOSED-CT     PIC 9(07) VALUE 0.
001740 01  WS-AUD-OPERATION PIC X(05).
001750 01  WS-AUD-SECTION   PIC X(10).
001760 01  WS-AUD-STATUS    PIC 9(02).
001770*
001780 PROCEDURE DIVISION.
001790*-----------------------------------------------------------------
001800* 0000-MAINLINE.
001810* PICK OUT WHAT THE MASTER NOW ALLOWS, REBUILD THE DAY'S RELEASE
001820* FILES AND LIST, AND ONLY THEN MARK THE ENTRIES RELEASED. NO
001830* SUSPENSE FILE MEANS NOTHING HAS EVER BEEN HELD; THE LIST IS
001840* STILL WRITTEN, EMPTY.
001850*-----------------------------------------------------------------
001860 0000-MAINLINE.
001870     OPEN EXTEND AUDITLOG
001880     IF FS-AUDIT = 35
001890         OPEN OUTPUT AUDITLOG
001900     END-IF
001910     IF NOT FS-AUDIT-OK
001920         DISPLAY "OPEN AUDITLOG"
001930         DISPLAY FS-AUDIT
001940     END-IF
001950     PERFORM 1060-LOAD-BUSDATE THRU 1060-EXIT
001960     IF WS-BUSDATE-GOVERNED
001970         MOVE WS-BUS-DATE TO WS-RELEASE-DATE
001980     ELSE
001990         ACCEPT WS-RELEASE-DATE FROM DATE YYYYMMDD
002000     END-IF
002010     OPEN I-O SUSPFILE
002020     IF NOT FS-SUSP-OK
002030         DISPLAY "PKSREL01 NO SUSPENSE FILE (STATUS " FS-SUSP
002040             ") - NOTHING HELD"
002050         PERFORM 3000-WRITE-RELEASES THRU 3000-EXIT
002060         GO TO 0000-WRAP-UP
002070     END-IF
002080     OPEN EXTEND SUSPLOG
002090     IF FS-SLOG = 35
002100         OPEN OUTPUT SUSPLOG
002110     END-IF
002120     IF NOT FS-SLOG-OK
002130         DISPLAY "OPEN SUSPLOG"
002140         DISPLAY FS-SLOG
002150         MOVE FS-SLOG TO RETURN-CODE
002160         DISPLAY "-"
002170         MOVE "OPEN " TO WS-AUD-OPERATION
002180         MOVE "SUSPLOG"   TO WS-AUD-SECTION
002190         MOVE FS-SLOG     TO WS-AUD-STATUS
002200         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
002210         CLOSE SUSPFILE
002220         GO TO 0000-WRAP-UP
002230     END-IF
002240     OPEN INPUT ACCTMAST
002250     IF FS-ACCT-OK
002260         SET WS-MASTER-AVAILABLE TO TRUE
002270     ELSE
002280         DISPLAY "PKSREL01 NO ACCOUNT MASTER (STATUS " FS-ACCT
002290             ") - NOTHING NEW RELEASED"
002300     END-IF
002310     PERFORM 1010-READ-SUSP THRU 1010-EXIT
002320     PERFORM UNTIL FS-SUSP-EOF
002330         ADD 1 TO WS-READ-CT
002340         PERFORM 2000-EXAMINE-ONE THRU 2000-EXIT
002350         PERFORM 1010-READ-SUSP THRU 1010-EXIT
002360     END-PERFORM
002370     IF WS-MASTER-AVAILABLE
002380         CLOSE ACCTMAST
002390     END-IF
002400     PERFORM 3000-WRITE-RELEASES THRU 3000-EXIT
002410     IF WS-WRITE-FAILED
002420         DISPLAY "PKSREL01 RELEASE FILES NOT WRITTEN - NOTHING "
002430             "MARKED RELEASED, ALL STILL HELD"
002440     ELSE
002450         PERFORM 4000-MARK-RELEASED THRU 4000-EXIT
002460     END-IF
002470     CLOSE SUSPLOG
002480     CLOSE SUSPFILE.
002490 0000-WRAP-UP.
002500     DISPLAY "PKSREL01 SUSPENSE ENTRIES READ: " WS-READ-CT
002510     DISPLAY "PKSREL01 RELEASED THIS RUN:     " WS-RELEASED-CT
002520     DISPLAY "PKSREL01 AWAITING LATE CYCLE:   " WS-RELISTED-CT
002530     DISPLAY "PKSREL01 STILL HELD:            " WS-STILL-HELD-CT
002540     IF WS-CLOSED-CT > 0 AND RETURN-CODE = 0
002550         MOVE 4 TO RETURN-CODE
002560     END-IF
002570     CLOSE AUDITLOG
002580     GOBACK.
002590*-----------------------------------------------------------------
002600* 1010-READ-SUSP THRU 1010-EXIT.
002610*-----------------------------------------------------------------
002620 1010-READ-SUSP.
002630     READ SUSPFILE NEXT RECORD
002640         AT END
002650             MOVE 10 TO FS-SUSP
002660     END-READ.
002670 1010-EXIT.
002680     EXIT.
002690*-----------------------------------------------------------------
002700* 1060-LOAD-BUSDATE THRU 1060-EXIT.
002710* READS THE SAME CURRENT-BUSINESS-DATE CONTROL CARD PKEDIT01
002720* READS, SO THE RELEASE DATE MATCHES THE HELD DATES IT WROTE.
002730*-----------------------------------------------------------------
002740 1060-LOAD-BUSDATE.
002750     OPEN INPUT BUSDCARD
002760     IF NOT FS-BUSD-OK
002770         DISPLAY "PKSREL01 NO BUSDATE CARD (STATUS " FS-BUSD
002780             ") - RELEASE DATE IS THE RUN DATE"
002790         GO TO 1060-EXIT
002800     END-IF
002810     READ BUSDCARD
002820         AT END
002830             DISPLAY "PKSREL01 BUSDATE CARD EMPTY - RELEASE "
002840                 "DATE IS THE RUN DATE"
002850         NOT AT END
002860             MOVE BUSD-CURRENT-DATE TO WS-BUS-DATE
002870             SET WS-BUSDATE-GOVERNED TO TRUE
002880     END-READ
002890     CLOSE BUSDCARD.
002900 1060-EXIT.
002910     EXIT.
002920*-----------------------------------------------------------------
002930* 2000-EXAMINE-ONE THRU 2000-EXIT.
002940* A HELD ENTRY IS RELEASED ONLY WHEN THE MASTER SHOWS ITS ACCOUNT
002950* OPEN; IT IS TABLED HERE AND MARKED RELEASED BY 4000 ONCE THE
002960* FILES CARRY IT. AN ENTRY RELEASED EARLIER THAT PKRCYC01 HAS NOT
002970* YET CARRIED GOES BACK ON THE LIST, SO A SECOND RUN BEFORE THE
002980* RECYCLE REBUILDS THE FILES WITHOUT LOSING IT; ONE ALREADY
002990* CARRIED NEVER DOES, SO NO BALANCE POSTS TWICE. A FULL TABLE
003000* STOPS FURTHER RELEASES, LEAVING THE REST HELD FOR THE NEXT RUN
003010* RATHER THAN MARKING A BALANCE RELEASED THAT NO FILE CARRIES.
003020*-----------------------------------------------------------------
003030 2000-EXAMINE-ONE.
003040     IF SUSP-CARRIED
003050         GO TO 2000-EXIT
003060     END-IF
003070     IF SUSP-RELEASED
003080         PERFORM 2200-LIST-ONE THRU 2200-EXIT
003090         IF RETURN-CODE NOT = 99
003100             ADD 1 TO WS-RELISTED-CT
003110         END-IF
003120         GO TO 2000-EXIT
003130     END-IF
003140     IF NOT WS-MASTER-AVAILABLE
003150         ADD 1 TO WS-STILL-HELD-CT
003160         GO TO 2000-EXIT
003170     END-IF
003180     MOVE SUSP-ACCOUNT TO ACCT-NUMBER
003190     READ ACCTMAST
003200         INVALID KEY
003210             DISPLAY "PKSREL01 ACCOUNT " SUSP-ACCOUNT
003220                 " NOT ON MASTER - STILL HELD"
003230             ADD 1 TO WS-STILL-HELD-CT
003240             GO TO 2000-EXIT
003250     END-READ
003260     IF ACCT-IS-CLOSED
003270         DISPLAY "PKSREL01 ACCOUNT " SUSP-ACCOUNT
003280             " CLOSED WITH A BALANCE IN SUSPENSE SINCE "
003290             SUSP-HELD-DATE " - DESK TO ADVISE"
003300         ADD 1 TO WS-CLOSED-CT
003310         ADD 1 TO WS-STILL-HELD-CT
003320         GO TO 2000-EXIT
003330     END-IF
003340     IF NOT ACCT-IS-OPEN
003350         ADD 1 TO WS-STILL-HELD-CT
003360         GO TO 2000-EXIT
003370     END-IF
003380     PERFORM 2200-LIST-ONE THRU 2200-EXIT
003390     IF RETURN-CODE = 99
003400         ADD 1 TO WS-STILL-HELD-CT
003410         GO TO 2000-EXIT
003420     END-IF
003430     MOVE SUSP-KEY TO WS-RL-KEY(WS-RL-COUNT)
003440     MOVE 'Y'      TO WS-RL-NEW-SW(WS-RL-COUNT).
003450 2000-EXIT.
003460     EXIT.
003470*-----------------------------------------------------------------
003480* 2200-LIST-ONE THRU 2200-EXIT.
003490*-----------------------------------------------------------------
003500 2200-LIST-ONE.
003510     IF WS-RL-COUNT = 1000
003520         DISPLAY "RELEASES EXCEED WS-RL-TABLE CAPACITY OF 1000"
003530         MOVE "READ " TO WS-AUD-OPERATION
003540         MOVE "SUSPFILE"  TO WS-AUD-SECTION
003550         MOVE 99          TO WS-AUD-STATUS
003560         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
003570         MOVE 99 TO RETURN-CODE
003580         GO TO 2200-EXIT
003590     END-IF
003600     ADD 1 TO WS-RL-COUNT
003610     MOVE SUSP-BRANCH      TO WS-RL-BRANCH(WS-RL-COUNT)
003620     MOVE SUSP-FILEI-IMAGE TO WS-RL-IMAGE(WS-RL-COUNT)
003630     MOVE 'N'              TO WS-RL-USED-SW(WS-RL-COUNT)
003640     MOVE 'N'              TO WS-RL-NEW-SW(WS-RL-COUNT).
003650 2200-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------------
003680* 2300-LOG-RELEASE THRU 2300-EXIT.
003690*-----------------------------------------------------------------
003700 2300-LOG-RELEASE.
003710     MOVE SPACES         TO SLOG-RECORD
003720     SET SLOG-RELEASE    TO TRUE
003730     ACCEPT SLOG-DATE FROM DATE YYYYMMDD
003740     ACCEPT SLOG-TIME FROM TIME
003750     MOVE "PKSREL01"     TO SLOG-PROGRAM
003760     MOVE SUSP-ACCOUNT   TO SLOG-ACCOUNT
003770     MOVE SUSP-EFF-DATE  TO SLOG-EFF-DATE
003780     MOVE SUSP-BRANCH    TO SLOG-BRANCH
003790     MOVE SUSP-CURRENCY  TO SLOG-CURRENCY
003800     MOVE SUSP-VALUE     TO SLOG-VALUE
003810     MOVE SUSP-HELD-DATE TO SLOG-HELD-DATE
003820     WRITE SLOG-RECORD
003830     IF NOT FS-SLOG-OK
003840         DISPLAY "WRITE SUSPLOG"
003850         DISPLAY FS-SLOG
003860         MOVE FS-SLOG TO RETURN-CODE
003870         DISPLAY "-"
003880         MOVE "WRITE"     TO WS-AUD-OPERATION
003890         MOVE "SUSPLOG"   TO WS-AUD-SECTION
003900         MOVE FS-SLOG     TO WS-AUD-STATUS
003910         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
003920     END-IF.
003930 2300-EXIT.
003940     EXIT.
003950*-----------------------------------------------------------------
003960* 3000-WRITE-RELEASES THRU 3000-EXIT.
003970* REWRITES RELEASE-LIST.TXT EVERY RUN - EMPTY WHEN NOTHING AWAITS
003980* A LATE CYCLE - WITH EVERY LINE STAMPED WITH THE RELEASE DATE,
003990* SO PKRCYC01 NEVER FOLDS A STALE LIST. ANY FAILED OPEN OR WRITE
004000* SETS WS-WRITE-FAILED, WHICH KEEPS EVERY ENTRY HELD.
004010*-----------------------------------------------------------------
004020 3000-WRITE-RELEASES.
004030     OPEN OUTPUT RELLIST
004040     IF NOT FS-RLST-OK
004050         DISPLAY "OPEN RELLIST"
004060         DISPLAY FS-RLST
004070         MOVE FS-RLST TO RETURN-CODE
004080         DISPLAY "-"
004090         MOVE "OPEN " TO WS-AUD-OPERATION
004100         MOVE "RELLIST"   TO WS-AUD-SECTION
004110         MOVE FS-RLST     TO WS-AUD-STATUS
004120         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
004130         SET WS-WRITE-FAILED TO TRUE
004140         GO TO 3000-EXIT
004150     END-IF
004160     PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RL-COUNT
004170         IF NOT WS-RL-USED(WS-R)
004180             MOVE WS-RL-BRANCH(WS-R) TO WS-CUR-BRANCH
004190             PERFORM 3100-WRITE-ONE-BRANCH THRU 3100-EXIT
004200         END-IF
004210     END-PERFORM
004220     CLOSE RELLIST.
004230 3000-EXIT.
004240     EXIT.
004250*-----------------------------------------------------------------
004260* 3100-WRITE-ONE-BRANCH THRU 3100-EXIT.
004270* WRITES EVERY STILL-UNUSED RELEASE FOR THE BRANCH IN FLIGHT INTO
004280* THAT BRANCH'S RELEASE CLEAN EXTRACT, THEN ITS LIST ENTRY.
004290*-----------------------------------------------------------------
004300 3100-WRITE-ONE-BRANCH.
004310     MOVE SPACES TO WS-REL-RAW-NAME
004320     STRING "release-" DELIMITED SIZE
004330         WS-CUR-BRANCH DELIMITED " "
004340         ".txt" DELIMITED SIZE
004350         INTO WS-REL-RAW-NAME
004360     MOVE SPACES TO WS-CLEAN-NAME
004370     STRING "clean-" DELIMITED SIZE
004380         WS-REL-RAW-NAME DELIMITED " "
004390         INTO WS-CLEAN-NAME
004400     OPEN OUTPUT RELCLEAN
004410     IF NOT FS-RCLN-OK
004420         DISPLAY "OPEN RELCLEAN " WS-CLEAN-NAME
004430         DISPLAY FS-RCLN
004440         MOVE FS-RCLN TO RETURN-CODE
004450         DISPLAY "-"
004460         MOVE "OPEN " TO WS-AUD-OPERATION
004470         MOVE "RELCLEAN"  TO WS-AUD-SECTION
004480         MOVE FS-RCLN     TO WS-AUD-STATUS
004490         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
004500         SET WS-WRITE-FAILED TO TRUE
004510         GO TO 3100-EXIT
004520     END-IF
004530     PERFORM VARYING WS-R2 FROM 1 BY 1 UNTIL WS-R2 > WS-RL-COUNT
004540         IF NOT WS-RL-USED(WS-R2)
004550                 AND WS-RL-BRANCH(WS-R2) = WS-CUR-BRANCH
004560             MOVE WS-RL-IMAGE(WS-R2) TO FILEI-REC
004570             WRITE FILEI-REC
004580             IF NOT FS-RCLN-OK
004590                 DISPLAY "WRITE RELCLEAN"
004600                 DISPLAY FS-RCLN
004610                 MOVE FS-RCLN TO RETURN-CODE
004620                 DISPLAY "-"
004630                 MOVE "WRITE"     TO WS-AUD-OPERATION
004640                 MOVE "RELCLEAN"  TO WS-AUD-SECTION
004650                 MOVE FS-RCLN     TO WS-AUD-STATUS
004660                 PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
004670                 SET WS-WRITE-FAILED TO TRUE
004680             END-IF
004690             MOVE 'Y' TO WS-RL-USED-SW(WS-R2)
004700         END-IF
004710     END-PERFORM
004720     CLOSE RELCLEAN
004730     MOVE WS-RELEASE-DATE TO RELL-RELEASE-DATE
004740     MOVE WS-CUR-BRANCH   TO RELL-BRANCH
004750     MOVE WS-REL-RAW-NAME TO RELL-FILE-NAME
004760     WRITE RELL-RECORD
004770     IF NOT FS-RLST-OK
004780         DISPLAY "WRITE RELLIST"
004790         DISPLAY FS-RLST
004800         MOVE FS-RLST TO RETURN-CODE
004810         DISPLAY "-"
004820         MOVE "WRITE"    TO WS-AUD-OPERATION
004830         MOVE "RELLIST"  TO WS-AUD-SECTION
004840         MOVE FS-RLST    TO WS-AUD-STATUS
004850         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
004860         SET WS-WRITE-FAILED TO TRUE
004870     END-IF.
004880 3100-EXIT.
004890     EXIT.
004900*-----------------------------------------------------------------
004910* 4000-MARK-RELEASED THRU 4000-EXIT.
004920* RUNS ONLY AFTER 3000 HAS WRITTEN AND CLOSED EVERY RELEASE FILE
004930* AND THE LIST. EACH OF THIS RUN'S RELEASES IS READ BACK BY KEY,
004940* MARKED RELEASED WITH THE RELEASE DATE AND LOGGED.
004950*-----------------------------------------------------------------
004960 4000-MARK-RELEASED.
004970     PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RL-COUNT
004980         IF WS-RL-NEW(WS-R)
004990             PERFORM 4100-MARK-ONE THRU 4100-EXIT
005000         END-IF
005010     END-PERFORM.
005020 4000-EXIT.
005030     EXIT.
005040*-----------------------------------------------------------------
005050* 4100-MARK-ONE THRU 4100-EXIT.
005060* A REWRITE THAT FAILS LEAVES A BALANCE ON TODAY'S RELEASE FILE
005070* THAT SUSPENSE STILL SHOWS HELD. IT IS NAMED ON THE CONSOLE AND
005080* THE RUN ENDS ON THE FILE STATUS, SO THE LATE CYCLE IS HELD
005090* UNTIL THE DESK HAS PUT THE ENTRY RIGHT.
005100*-----------------------------------------------------------------
005110 4100-MARK-ONE.
005120     MOVE WS-RL-KEY(WS-R) TO SUSP-KEY
005130     READ SUSPFILE
005140         INVALID KEY
005150             MOVE 23 TO FS-SUSP
005160     END-READ
005170     IF FS-SUSP-OK
005180         SET SUSP-RELEASED TO TRUE
005190         MOVE WS-RELEASE-DATE TO SUSP-RELEASE-DATE
005200         REWRITE SUSP-RECORD
005210     END-IF
005220     IF NOT FS-SUSP-OK
005230         DISPLAY "REWRITE SUSPFILE"
005240         DISPLAY FS-SUSP
005250         MOVE FS-SUSP TO RETURN-CODE
005260         DISPLAY "-"
005270         MOVE "REWRT"     TO WS-AUD-OPERATION
005280         MOVE "SUSPFILE"  TO WS-AUD-SECTION
005290         MOVE FS-SUSP     TO WS-AUD-STATUS
005300         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
005310         DISPLAY "PKSREL01 ACCOUNT " WS-RL-KEY(WS-R)(1:10)
005320             " IS ON THE RELEASE FILE BUT STILL HELD - HOLD "
005330             "THE LATE CYCLE"
005340         ADD 1 TO WS-STILL-HELD-CT
005350         GO TO 4100-EXIT
005360     END-IF
005370     ADD 1 TO WS-RELEASED-CT
005380     PERFORM 2300-LOG-RELEASE THRU 2300-EXIT.
005390 4100-EXIT.
005400     EXIT.
005410*-----------------------------------------------------------------
005420* 9000-WRITE-AUDIT THRU 9000-EXIT.
005430*-----------------------------------------------------------------
005440 9000-WRITE-AUDIT.
005450     ACCEPT AUD-DATE FROM DATE YYYYMMDD
005460     ACCEPT AUD-TIME FROM TIME
005470     MOVE "PKSREL01"     TO AUD-PROGRAM
005480     MOVE WS-AUD-OPERATION TO AUD-OPERATION
005490     MOVE WS-AUD-SECTION   TO AUD-SECTION
005500     MOVE WS-READ-CT       TO AUD-WS-I
005510     MOVE WS-AUD-STATUS    TO AUD-STATUS
005520     WRITE AUDIT-RECORD
005530     IF NOT FS-AUDIT-OK
005540         DISPLAY "WRITE AUDITLOG"
005550         DISPLAY FS-AUDIT
005560     END-IF.
005570 9000-EXIT.
005580     EXIT.
005590 END PROGRAM PKSREL01.
