000010******************************************************************
000020* AUTHOR.     R. OKAFOR.
000030* INSTALLATION. LEDGER SYSTEMS GROUP.
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    FEED COMPLETENESS CHECK. RUNS AFTER PKEDIT01 AND
000070*             BEFORE PKDRV01 CONVERTS. READS EVERY CLEAN EXTRACT
000080*             NAMED BY EXTRACT-LIST.TXT (OR THE CLASSIC
000090*             CLEAN-EXTRACT.TXT) AND THE ACCOUNT MASTER, AND
000100*             WRITES COMPLETENESS-EXCEPTIONS.TXT:
000110*             - EVERY OPEN ACCOUNT ON THE MASTER THAT NO EXTRACT
000120*               DELIVERED FOR THE BUSINESS DATE, SO AN ACCOUNT A
000130*               BRANCH LEFT OUT IS CALLED OUT TONIGHT INSTEAD OF
000140*               WHEN THE LEDGER OR A CUSTOMER ASKS;
000150*             - EVERY ACCOUNT/EFFECTIVE DATE DELIVERED MORE THAN
000160*               ONCE, FROM TWO BRANCHES OR TWICE IN ONE FILE, ONE
000170*               LINE PER COPY WITH ITS BRANCH AND RECORD NUMBER.
000180*             EVERY COPY OF A DUPLICATE IS HELD BACK: ANY CLEAN
000190*             EXTRACT CARRYING ONE IS REWRITTEN WITHOUT IT, SO
000200*             PKCONV01 NEVER PACKS THE SAME BALANCE TWICE, AND
000210*             THE HELD FILEI-REC IS KEPT WHOLE ON THE EXCEPTION
000220*             LINE AND ON THE CUMULATIVE DUPLICATE-HOLDS.TXT LOG,
000230*             STAMPED WITH THE BUSINESS DATE, UNTIL THE BRANCH
000240*             SAYS WHICH COPY IS RIGHT. A RERUN FOR THE SAME DATE
000250*             FINDS THOSE COPIES ALREADY GONE FROM THE CLEAN
000260*             EXTRACTS, SO IT READS THEM BACK FROM THE LOG: THEY
000270*             ARE REPORTED AGAIN AS 'D', STILL COUNT AS DELIVERED,
000280*             AND ARE NOT LOGGED A SECOND TIME.
000290*             AN ACCOUNT OPENED AFTER THE BUSINESS DATE IS NOT
000300*             EXPECTED YET. RECORD NUMBERS ARE POSITIONS IN THE
000310*             CLEAN EXTRACT. PKSTAT01 CARRIES THE COUNTS ON THE
000320*             BOARD. RC 4 WHEN ANYTHING WAS FOUND, AS PKEDIT01
000330*             DOES FOR REJECTS.
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
000440 PROGRAM-ID. PKCMPL01.
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT XLIST ASSIGN "extract-list.txt"
000490         ORGANIZATION SEQUENTIAL
000500         ACCESS MODE IS SEQUENTIAL
000510         FILE STATUS IS FS-XLIST.
000520     SELECT CLEANF ASSIGN USING WS-CLEAN-NAME
000530         ORGANIZATION SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS FS-CLEAN.
000560     SELECT ACCTMAST ASSIGN "account-master.dat"
000570         ORGANIZATION INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS ACCT-NUMBER
000600         FILE STATUS IS FS-ACCT.
000610     SELECT BUSDCARD ASSIGN "busdate-card.txt"
000620         ORGANIZATION SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS FS-BUSD.
000650     SELECT CMPLFILE ASSIGN "completeness-exceptions.txt"
000660         ORGANIZATION SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS FS-CMPL.
000690     SELECT DUPHOLD ASSIGN "duplicate-holds.txt"
000700         ORGANIZATION SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS FS-DUPH.
000730     SELECT AUDITLOG ASSIGN "audit-log.txt"
000740         ORGANIZATION SEQUENTIAL
000750         ACCESS MODE IS SEQUENTIAL
000760         FILE STATUS IS FS-AUDIT.
000770 DATA DIVISION.
000780 FILE SECTION.
000790*-----------------------------------------------------------------
000800* OPTIONAL MANIFEST - ONE RAW EXTRACT PER BRANCH.
000810*-----------------------------------------------------------------
000820 FD  XLIST
000830     RECORDING MODE IS F.
000840     COPY XLISTREC.
000850*-----------------------------------------------------------------
000860* ONE BRANCH'S CLEAN EXTRACT - READ WHOLE, AND REWRITTEN WHOLE
000870* WITHOUT ITS DUPLICATES WHEN IT CARRIES ANY.
000880*-----------------------------------------------------------------
000890 FD  CLEANF
000900     RECORDING MODE IS F.
000910     COPY FILEIREC.
000920*-----------------------------------------------------------------
000930* ACCOUNT MASTER - WALKED IN KEY ORDER.
000940*-----------------------------------------------------------------
000950 FD  ACCTMAST.
000960     COPY ACCTREC.
000970*-----------------------------------------------------------------
000980* CURRENT-BUSINESS-DATE CONTROL CARD.
000990*-----------------------------------------------------------------
001000 FD  BUSDCARD
001010     RECORDING MODE IS F.
001020     COPY BUSDREC.
001030*-----------------------------------------------------------------
001040* COMPLETENESS EXCEPTIONS - MISSING ACCOUNTS AND HELD DUPLICATES.
001050*-----------------------------------------------------------------
001060 FD  CMPLFILE
001070     RECORDING MODE IS F.
001080     COPY CMPLREC.
001090*-----------------------------------------------------------------
001100* DUPLICATE HOLDS - EVERY HELD COPY EVER TAKEN OUT OF A CLEAN
001110* EXTRACT, APPENDED NIGHT AFTER NIGHT IN THE CMPL-RECORD SHAPE
001120* BEHIND THE BUSINESS DATE IT WAS HELD FOR. TONIGHT'S EXCEPTION
001130* FILE IS REWRITTEN EACH RUN, AND A RERUN FINDS THE DUPLICATES
001140* ALREADY GONE FROM THE CLEAN EXTRACTS, SO THIS IS WHERE A HELD
001150* BALANCE IS NEVER LOST, AND WHERE A RERUN READS IT BACK FROM.
001160*-----------------------------------------------------------------
001170 FD  DUPHOLD
001180     RECORDING MODE IS F.
001190 01  DUPH-RECORD.
001200     05  DUPH-HOLD-DATE      PIC X(08).
001210     05  DUPH-CMPL-IMAGE.
001220         10  DUPH-TYPE           PIC X(01).
001230         10  DUPH-ACCOUNT        PIC X(10).
001240         10  DUPH-EFF-DATE       PIC X(08).
001250         10  DUPH-BRANCH         PIC X(04).
001260         10  DUPH-SEQ            PIC 9(07).
001270         10  DUPH-DATA           PIC X(40).
001280*-----------------------------------------------------------------
001290* AUDIT LOG - ONE LINE PER NON-ZERO FILE STATUS.
001300*-----------------------------------------------------------------
001310 FD  AUDITLOG
001320     RECORDING MODE IS F.
001330     COPY AUDITREC.
001340 WORKING-STORAGE SECTION.
001350 01  FS-XLIST         PIC 9(02).
001360     88  FS-XLIST-OK              VALUE 00.
001370     88  FS-XLIST-EOF             VALUE 10.
001380 01  FS-CLEAN         PIC 9(02).
001390     88  FS-CLEAN-OK              VALUE 00.
001400     88  FS-CLEAN-EOF             VALUE 10.
001410 01  FS-ACCT          PIC 9(02).
001420     88  FS-ACCT-OK               VALUE 00.
001430     88  FS-ACCT-EOF              VALUE 10.
001440 01  FS-BUSD          PIC 9(02).
001450     88  FS-BUSD-OK               VALUE 00.
001460 01  FS-CMPL          PIC 9(02).
001470     88  FS-CMPL-OK               VALUE 00.
001480 01  FS-DUPH          PIC 9(02).
001490     88  FS-DUPH-OK               VALUE 00.
001500     88  FS-DUPH-EOF              VALUE 10.
001510 01  FS-AUDIT         PIC 9(02).
001520     88  FS-AUDIT-OK              VALUE 00.
001530 01  WS-BUS-DATE      PIC X(08) VALUE SPACES.
001540 01  WS-BUSDATE-SW    PIC X(01) VALUE 'N'.
001550     88  WS-BUSDATE-GOVERNED      VALUE 'Y'.
001560 01  WS-HOLD-DATE     PIC X(08).
001570 01  WS-CLEAN-NAME    PIC X(46).
001580*-----------------------------------------------------------------
001590* MANIFEST TABLE - ONE ENTRY PER BRANCH CLEAN EXTRACT, WITH THE
001600* COUNT OF DUPLICATES HELD OUT OF IT. A RUN WITHOUT A MANIFEST
001610* GETS THE SINGLE CLASSIC ENTRY.
001620*-----------------------------------------------------------------
001630 01  WS-XL-COUNT      PIC 9(03) VALUE 0.
001640 01  WS-XL-TABLE.
001650     05  WS-XL-ENTRY OCCURS 100 TIMES.
001660         10  WS-XL-BRANCH     PIC X(04).
001670         10  WS-XL-CLEAN-NAME PIC X(46).
001680         10  WS-XL-HELD-CT    PIC 9(05).
001690 01  WS-XL-IX         PIC 9(03).
001700*-----------------------------------------------------------------
001710* EVERY CLEAN RECORD TONIGHT, IN MANIFEST AND FILE ORDER - THE
001720* SAME BOUNDED TABLE SHAPE PKRECD01 USES FOR THE FEED DETAIL.
001730* THE WHOLE FILEI-REC IS KEPT SO A FILE WITH DUPLICATES CAN BE
001740* WRITTEN BACK WITHOUT THEM. COPIES AN EARLIER RUN FOR THE SAME
001750* DATE ALREADY HELD FOLLOW, READ BACK FROM THE HOLD LOG WITH NO
001760* FILE OF THEIR OWN (WS-CR-FILE-IX ZERO). WS-CR-LOGGED MARKS A
001770* HELD COPY THE HOLD LOG ALREADY CARRIES FOR THE DATE.
001780*-----------------------------------------------------------------
001790 01  WS-CR-COUNT      PIC 9(05) VALUE 0.
001800 01  WS-CR-TABLE.
001810     05  WS-CR-ENTRY OCCURS 0 TO 50000 TIMES
001820             DEPENDING ON WS-CR-COUNT.
001830         10  WS-CR-FILE-IX    PIC 9(03).
001840         10  WS-CR-BRANCH     PIC X(04).
001850         10  WS-CR-SEQ        PIC 9(07).
001860         10  WS-CR-REC.
001870             15  WS-CR-ACCOUNT    PIC X(10).
001880             15  WS-CR-EFF-DATE   PIC X(08).
001890             15  FILLER           PIC X(22).
001900         10  WS-CR-HELD-SW    PIC X(01).
001910             88  WS-CR-HELD           VALUE 'Y'.
001920         10  WS-CR-LOGGED-SW  PIC X(01).
001930             88  WS-CR-LOGGED         VALUE 'Y'.
001940 01  WS-C             PIC 9(05).
001950 01  WS-C2            PIC 9(05).
001960 01  WS-CR-HIT        PIC 9(05).
001970 01  WS-FILE-SEQ      PIC 9(07).
001980*-----------------------------------------------------------------
001990* COUNTS.
002000*-----------------------------------------------------------------
002010 01  WS-READ-CT       PIC 9(07) VALUE 0.
002020 01  WS-HELD-CT       PIC 9(07) VALUE 0.
002030 01  WS-PRIOR-CT      PIC 9(07) VALUE 0.
002040 01  WS-MISSING-CT    PIC 9(07) VALUE 0.
002050 01  WS-OPEN-CT       PIC 9(07) VALUE 0.
002060 01  WS-REWRITE-CT    PIC 9(03) VALUE 0.
002070 01  WS-AUD-OPERATION PIC X(05).
002080 01  WS-AUD-SECTION   PIC X(10).
002090 01  WS-AUD-STATUS    PIC 9(02).
002100*
002110 PROCEDURE DIVISION.
002120*-----------------------------------------------------------------
002130* 0000-MAINLINE.
002140* LOAD EVERY CLEAN RECORD, MARKING DUPLICATES AS THEY ARRIVE, AND
002150* ANY COPIES AN EARLIER RUN FOR THE DATE HELD;
002160* WRITE THE HELD COPIES, THEN THE MISSING ACCOUNTS; THEN WRITE
002170* BACK ANY CLEAN EXTRACT THAT CARRIED A DUPLICATE. NOTHING IS
002180* REWRITTEN UNLESS THE WHOLE NIGHT LOADED, SO A CAPACITY ABORT
002190* LEAVES THE CLEAN EXTRACTS AS PKEDIT01 WROTE THEM.
002200*-----------------------------------------------------------------
002210 0000-MAINLINE.
002220     OPEN EXTEND AUDITLOG
002230     IF FS-AUDIT = 35
002240         OPEN OUTPUT AUDITLOG
002250     END-IF
002260     IF NOT FS-AUDIT-OK
002270         DISPLAY "OPEN AUDITLOG"
002280         DISPLAY FS-AUDIT
002290     END-IF
002300     PERFORM 0950-LOAD-XLIST THRU 0950-EXIT
002310     IF RETURN-CODE = 99
002320         GO TO 0000-WRAP-UP
002330     END-IF
002340     PERFORM 1060-LOAD-BUSDATE THRU 1060-EXIT
002350     IF WS-BUSDATE-GOVERNED
002360         MOVE WS-BUS-DATE TO WS-HOLD-DATE
002370     ELSE
002380         ACCEPT WS-HOLD-DATE FROM DATE YYYYMMDD
002390     END-IF
002400     PERFORM VARYING WS-XL-IX FROM 1 BY 1
002410             UNTIL WS-XL-IX > WS-XL-COUNT OR RETURN-CODE = 99
002420         PERFORM 1500-LOAD-ONE-FILE THRU 1500-EXIT
002430     END-PERFORM
002440     IF RETURN-CODE NOT = 99
002450         PERFORM 1600-LOAD-PRIOR-HOLDS THRU 1600-EXIT
002460     END-IF
002470     IF RETURN-CODE = 99
002480         GO TO 0000-WRAP-UP
002490     END-IF
002500     OPEN OUTPUT CMPLFILE
002510     IF NOT FS-CMPL-OK
002520         DISPLAY "OPEN CMPLFILE"
002530         DISPLAY FS-CMPL
002540         MOVE FS-CMPL TO RETURN-CODE
002550         DISPLAY "-"
002560         MOVE "OPEN " TO WS-AUD-OPERATION
002570         MOVE "CMPLFILE"  TO WS-AUD-SECTION
002580         MOVE FS-CMPL     TO WS-AUD-STATUS
002590         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
002600         GO TO 0000-WRAP-UP
002610     END-IF
002620     PERFORM 2000-WRITE-DUPLICATES THRU 2000-EXIT
002630     PERFORM 3000-FIND-MISSING THRU 3000-EXIT
002640     CLOSE CMPLFILE
002650     IF WS-HELD-CT > WS-PRIOR-CT
002660         PERFORM 2500-LOG-HOLDS THRU 2500-EXIT
002670     END-IF
002680     PERFORM VARYING WS-XL-IX FROM 1 BY 1
002690             UNTIL WS-XL-IX > WS-XL-COUNT
002700         IF WS-XL-HELD-CT(WS-XL-IX) > 0
002710             PERFORM 4000-REWRITE-ONE-FILE THRU 4000-EXIT
002720         END-IF
002730     END-PERFORM.
002740 0000-WRAP-UP.
002750     DISPLAY "PKCMPL01 CLEAN RECORDS READ:      " WS-READ-CT
002760     DISPLAY "PKCMPL01 DUPLICATE COPIES HELD:   " WS-HELD-CT
002770     DISPLAY "PKCMPL01 OF WHICH HELD EARLIER:   " WS-PRIOR-CT
002780     DISPLAY "PKCMPL01 CLEAN EXTRACTS REWRITTEN:" WS-REWRITE-CT
002790     DISPLAY "PKCMPL01 OPEN ACCOUNTS EXPECTED:  " WS-OPEN-CT
002800     DISPLAY "PKCMPL01 OPEN ACCOUNTS MISSING:   " WS-MISSING-CT
002810     IF (WS-HELD-CT > 0 OR WS-MISSING-CT > 0)
002820             AND RETURN-CODE = 0
002830         MOVE 4 TO RETURN-CODE
002840     END-IF
002850     CLOSE AUDITLOG
002860     GOBACK.
002870*-----------------------------------------------------------------
002880* 0950-LOAD-XLIST THRU 0950-EXIT.
002890* THE SAME MANIFEST AND 'clean-' NAME DERIVATION PKEDIT01 AND
002900* PKCONV01 MAKE. A MISSING MANIFEST (STATUS 35) LOADS THE SINGLE
002910* CLASSIC ENTRY INSTEAD.
002920*-----------------------------------------------------------------
002930 0950-LOAD-XLIST.
002940     OPEN INPUT XLIST
002950     IF NOT FS-XLIST-OK
002960         MOVE 1 TO WS-XL-COUNT
002970         MOVE SPACES TO WS-XL-BRANCH(1)
002980         MOVE "clean-extract.txt" TO WS-XL-CLEAN-NAME(1)
002990         MOVE 0 TO WS-XL-HELD-CT(1)
003000         GO TO 0950-EXIT
003010     END-IF
003020     PERFORM 0960-READ-XLIST THRU 0960-EXIT
003030     PERFORM UNTIL FS-XLIST-EOF
003040         IF WS-XL-COUNT = 100
003050             DISPLAY "XLIST EXCEEDS WS-XL-TABLE CAPACITY OF 100"
003060             MOVE "READ " TO WS-AUD-OPERATION
003070             MOVE "XLIST"    TO WS-AUD-SECTION
003080             MOVE 99         TO WS-AUD-STATUS
003090             PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
003100             MOVE 99 TO RETURN-CODE
003110             MOVE 10 TO FS-XLIST
003120         ELSE
003130             ADD 1 TO WS-XL-COUNT
003140             MOVE XLIST-BRANCH TO WS-XL-BRANCH(WS-XL-COUNT)
003150             MOVE SPACES TO WS-XL-CLEAN-NAME(WS-XL-COUNT)
003160             STRING "clean-" DELIMITED SIZE
003170                 XLIST-FILE-NAME DELIMITED " "
003180                 INTO WS-XL-CLEAN-NAME(WS-XL-COUNT)
003190             MOVE 0 TO WS-XL-HELD-CT(WS-XL-COUNT)
003200             PERFORM 0960-READ-XLIST THRU 0960-EXIT
003210         END-IF
003220     END-PERFORM
003230     CLOSE XLIST.
003240 0950-EXIT.
003250     EXIT.
003260*-----------------------------------------------------------------
003270* 0960-READ-XLIST THRU 0960-EXIT.
003280*-----------------------------------------------------------------
003290 0960-READ-XLIST.
003300     READ XLIST
003310         AT END
003320             MOVE 10 TO FS-XLIST
003330     END-READ.
003340 0960-EXIT.
003350     EXIT.
003360*-----------------------------------------------------------------
003370* 1060-LOAD-BUSDATE THRU 1060-EXIT.
003380* NO CARD (STATUS 35) OR AN EMPTY ONE MEANS ANY DELIVERY OF AN
003390* ACCOUNT COUNTS AS DELIVERED, WHATEVER ITS EFFECTIVE DATE.
003400*-----------------------------------------------------------------
003410 1060-LOAD-BUSDATE.
003420     OPEN INPUT BUSDCARD
003430     IF NOT FS-BUSD-OK
003440         DISPLAY "PKCMPL01 NO BUSDATE CARD (STATUS " FS-BUSD
003450             ") - ANY EFFECTIVE DATE COUNTS AS DELIVERED"
003460         GO TO 1060-EXIT
003470     END-IF
003480     READ BUSDCARD
003490         AT END
003500             DISPLAY "PKCMPL01 BUSDATE CARD EMPTY - ANY "
003510                 "EFFECTIVE DATE COUNTS AS DELIVERED"
003520         NOT AT END
003530             MOVE BUSD-CURRENT-DATE TO WS-BUS-DATE
003540             SET WS-BUSDATE-GOVERNED TO TRUE
003550     END-READ
003560     CLOSE BUSDCARD.
003570 1060-EXIT.
003580     EXIT.
003590*-----------------------------------------------------------------
003600* 1500-LOAD-ONE-FILE THRU 1500-EXIT.
003610* LOADS ONE CLEAN EXTRACT INTO THE TABLE. A CLEAN EXTRACT THAT IS
003620* NOT THERE (PKEDIT01 COULD NOT OPEN THE RAW FILE) CONTRIBUTES
003630* NOTHING, SO ITS BRANCH'S ACCOUNTS SHOW AS MISSING.
003640*-----------------------------------------------------------------
003650 1500-LOAD-ONE-FILE.
003660     MOVE WS-XL-CLEAN-NAME(WS-XL-IX) TO WS-CLEAN-NAME
003670     MOVE 0 TO WS-FILE-SEQ
003680     OPEN INPUT CLEANF
003690     IF NOT FS-CLEAN-OK
003700         DISPLAY "PKCMPL01 CLEAN EXTRACT " WS-CLEAN-NAME
003710             " NOT FOUND (STATUS " FS-CLEAN ")"
003720         GO TO 1500-EXIT
003730     END-IF
003740     PERFORM 1510-READ-CLEAN THRU 1510-EXIT
003750     PERFORM UNTIL FS-CLEAN-EOF
003760         IF WS-CR-COUNT = 50000
003770             DISPLAY "CLEAN RECORDS EXCEED WS-CR-TABLE CAPACITY "
003780                 "OF 50000 - NOTHING HELD OR REWRITTEN"
003790             MOVE "READ " TO WS-AUD-OPERATION
003800             MOVE "CLEANF"   TO WS-AUD-SECTION
003810             MOVE 99         TO WS-AUD-STATUS
003820             PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
003830             MOVE 99 TO RETURN-CODE
003840             MOVE 10 TO FS-CLEAN
003850         ELSE
003860             ADD 1 TO WS-FILE-SEQ
003870             ADD 1 TO WS-READ-CT
003880             PERFORM 1520-KEEP-RECORD THRU 1520-EXIT
003890             PERFORM 1510-READ-CLEAN THRU 1510-EXIT
003900         END-IF
003910     END-PERFORM
003920     CLOSE CLEANF.
003930 1500-EXIT.
003940     EXIT.
003950*-----------------------------------------------------------------
003960* 1510-READ-CLEAN THRU 1510-EXIT.
003970*-----------------------------------------------------------------
003980 1510-READ-CLEAN.
003990     READ CLEANF
004000         AT END
004010             MOVE 10 TO FS-CLEAN
004020     END-READ.
004030 1510-EXIT.
004040     EXIT.
004050*-----------------------------------------------------------------
004060* 1520-KEEP-RECORD THRU 1520-EXIT.
004070* APPENDS THE RECORD IN FLIGHT AND LOOKS BACK FOR AN EARLIER COPY
004080* OF THE SAME ACCOUNT AND EFFECTIVE DATE. A MATCH HOLDS BOTH; A
004090* THIRD COPY FINDS AN ALREADY-HELD ONE AND IS HELD IN TURN.
004100*-----------------------------------------------------------------
004110 1520-KEEP-RECORD.
004120     ADD 1 TO WS-CR-COUNT
004130     MOVE WS-XL-IX    TO WS-CR-FILE-IX(WS-CR-COUNT)
004140     MOVE WS-XL-BRANCH(WS-XL-IX) TO WS-CR-BRANCH(WS-CR-COUNT)
004150     MOVE WS-FILE-SEQ TO WS-CR-SEQ(WS-CR-COUNT)
004160     MOVE FILEI-REC   TO WS-CR-REC(WS-CR-COUNT)
004170     MOVE 'N'         TO WS-CR-HELD-SW(WS-CR-COUNT)
004180     MOVE 'N'         TO WS-CR-LOGGED-SW(WS-CR-COUNT)
004190     MOVE 0 TO WS-CR-HIT
004200     PERFORM VARYING WS-C FROM 1 BY 1
004210             UNTIL WS-C >= WS-CR-COUNT OR WS-CR-HIT > 0
004220         IF WS-CR-ACCOUNT(WS-C) = FILEI-ACCOUNT
004230                 AND WS-CR-EFF-DATE(WS-C) = FILEI-EFF-DATE
004240             MOVE WS-C TO WS-CR-HIT
004250         END-IF
004260     END-PERFORM
004270     IF WS-CR-HIT = 0
004280         GO TO 1520-EXIT
004290     END-IF
004300     IF NOT WS-CR-HELD(WS-CR-HIT)
004310         MOVE WS-CR-HIT TO WS-C2
004320         PERFORM 1530-HOLD-ONE THRU 1530-EXIT
004330     END-IF
004340     MOVE WS-CR-COUNT TO WS-C2
004350     PERFORM 1530-HOLD-ONE THRU 1530-EXIT.
004360 1520-EXIT.
004370     EXIT.
004380*-----------------------------------------------------------------
004390* 1530-HOLD-ONE THRU 1530-EXIT.
004400* MARKS TABLE ENTRY WS-C2 HELD AND CHARGES IT TO ITS FILE.
004410*-----------------------------------------------------------------
004420 1530-HOLD-ONE.
004430     SET WS-CR-HELD(WS-C2) TO TRUE
004440     ADD 1 TO WS-HELD-CT
004450     ADD 1 TO WS-XL-HELD-CT(WS-CR-FILE-IX(WS-C2)).
004460 1530-EXIT.
004470     EXIT.
004480*-----------------------------------------------------------------
004490* 1600-LOAD-PRIOR-HOLDS THRU 1600-EXIT.
004500* READS BACK THE HOLD LOG LINES FOR THIS BUSINESS DATE. A COPY
004510* STILL IN TONIGHT'S CLEAN EXTRACTS (PKEDIT01 WAS RERUN, OR THE
004520* COPY CAME BACK ALONE) IS ALREADY IN THE TABLE AND IS ONLY MARKED
004530* AS LOGGED. ANY OTHER COPY WAS TAKEN OUT BY AN EARLIER RUN TODAY
004540* AND IS ADDED AS HELD, SO IT IS REPORTED AS 'D' AGAIN AND ITS
004550* ACCOUNT COUNTS AS DELIVERED. NO LOG (STATUS 35) MEANS NOTHING
004560* WAS EVER HELD.
004570*-----------------------------------------------------------------
004580 1600-LOAD-PRIOR-HOLDS.
004590     OPEN INPUT DUPHOLD
004600     IF NOT FS-DUPH-OK
004610         DISPLAY "PKCMPL01 NO HOLD LOG (STATUS " FS-DUPH
004620             ") - NOTHING HELD EARLIER"
004630         GO TO 1600-EXIT
004640     END-IF
004650     PERFORM 1610-READ-DUPHOLD THRU 1610-EXIT
004660     PERFORM UNTIL FS-DUPH-EOF
004670         IF DUPH-HOLD-DATE = WS-HOLD-DATE
004680             PERFORM 1620-PRIOR-ONE THRU 1620-EXIT
004690         END-IF
004700         PERFORM 1610-READ-DUPHOLD THRU 1610-EXIT
004710     END-PERFORM
004720     CLOSE DUPHOLD.
004730 1600-EXIT.
004740     EXIT.
004750*-----------------------------------------------------------------
004760* 1610-READ-DUPHOLD THRU 1610-EXIT.
004770*-----------------------------------------------------------------
004780 1610-READ-DUPHOLD.
004790     READ DUPHOLD
004800         AT END
004810             MOVE 10 TO FS-DUPH
004820     END-READ.
004830 1610-EXIT.
004840     EXIT.
004850*-----------------------------------------------------------------
004860* 1620-PRIOR-ONE THRU 1620-EXIT.
004870* A TABLE PAST CAPACITY STOPS THE RUN, AS IN 1500, BEFORE ANYTHING
004880* IS WRITTEN.
004890*-----------------------------------------------------------------
004900 1620-PRIOR-ONE.
004910     MOVE 0 TO WS-CR-HIT
004920     PERFORM VARYING WS-C FROM 1 BY 1
004930             UNTIL WS-C > WS-CR-COUNT OR WS-CR-HIT > 0
004940         IF WS-CR-BRANCH(WS-C) = DUPH-BRANCH
004950                 AND WS-CR-SEQ(WS-C) = DUPH-SEQ
004960                 AND WS-CR-REC(WS-C) = DUPH-DATA
004970             MOVE WS-C TO WS-CR-HIT
004980         END-IF
004990     END-PERFORM
005000     IF WS-CR-HIT > 0
005010         MOVE 'Y' TO WS-CR-LOGGED-SW(WS-CR-HIT)
005020         GO TO 1620-EXIT
005030     END-IF
005040     IF WS-CR-COUNT = 50000
005050         DISPLAY "CLEAN RECORDS EXCEED WS-CR-TABLE CAPACITY "
005060             "OF 50000 - NOTHING HELD OR REWRITTEN"
005070         MOVE "READ " TO WS-AUD-OPERATION
005080         MOVE "DUPHOLD"  TO WS-AUD-SECTION
005090         MOVE 99         TO WS-AUD-STATUS
005100         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
005110         MOVE 99 TO RETURN-CODE
005120         MOVE 10 TO FS-DUPH
005130         GO TO 1620-EXIT
005140     END-IF
005150     ADD 1 TO WS-CR-COUNT
005160     MOVE 0            TO WS-CR-FILE-IX(WS-CR-COUNT)
005170     MOVE DUPH-BRANCH  TO WS-CR-BRANCH(WS-CR-COUNT)
005180     MOVE DUPH-SEQ     TO WS-CR-SEQ(WS-CR-COUNT)
005190     MOVE DUPH-DATA    TO WS-CR-REC(WS-CR-COUNT)
005200     MOVE 'Y'          TO WS-CR-HELD-SW(WS-CR-COUNT)
005210     MOVE 'Y'          TO WS-CR-LOGGED-SW(WS-CR-COUNT)
005220     ADD 1 TO WS-HELD-CT
005230     ADD 1 TO WS-PRIOR-CT.
005240 1620-EXIT.
005250     EXIT.
005260*-----------------------------------------------------------------
005270* 2000-WRITE-DUPLICATES THRU 2000-EXIT.
005280* ONE 'D' LINE PER HELD COPY, CARRYING THE WHOLE FILEI-REC.
005290*-----------------------------------------------------------------
005300 2000-WRITE-DUPLICATES.
005310     PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CR-COUNT
005320         IF WS-CR-HELD(WS-C)
005330             PERFORM 2510-BUILD-DUPLICATE THRU 2510-EXIT
005340             PERFORM 2100-WRITE-CMPL THRU 2100-EXIT
005350         END-IF
005360     END-PERFORM.
005370 2000-EXIT.
005380     EXIT.
005390*-----------------------------------------------------------------
005400* 2500-LOG-HOLDS THRU 2500-EXIT.
005410* APPENDS TONIGHT'S HELD COPIES TO THE PERMANENT HOLD LOG, LESS
005420* ANY THE LOG ALREADY CARRIES FOR THE BUSINESS DATE.
005430*-----------------------------------------------------------------
005440 2500-LOG-HOLDS.
005450     OPEN EXTEND DUPHOLD
005460     IF FS-DUPH = 35
005470         OPEN OUTPUT DUPHOLD
005480     END-IF
005490     IF NOT FS-DUPH-OK
005500         DISPLAY "OPEN DUPHOLD"
005510         DISPLAY FS-DUPH
005520         MOVE FS-DUPH TO RETURN-CODE
005530         DISPLAY "-"
005540         MOVE "OPEN " TO WS-AUD-OPERATION
005550         MOVE "DUPHOLD"   TO WS-AUD-SECTION
005560         MOVE FS-DUPH     TO WS-AUD-STATUS
005570         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
005580         GO TO 2500-EXIT
005590     END-IF
005600     PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CR-COUNT
005610         IF WS-CR-HELD(WS-C) AND NOT WS-CR-LOGGED(WS-C)
005620             PERFORM 2510-BUILD-DUPLICATE THRU 2510-EXIT
005630             MOVE WS-HOLD-DATE TO DUPH-HOLD-DATE
005640             MOVE CMPL-RECORD  TO DUPH-CMPL-IMAGE
005650             WRITE DUPH-RECORD
005660             IF NOT FS-DUPH-OK
005670                 DISPLAY "WRITE DUPHOLD"
005680                 DISPLAY FS-DUPH
005690                 MOVE FS-DUPH TO RETURN-CODE
005700             END-IF
005710         END-IF
005720     END-PERFORM
005730     CLOSE DUPHOLD.
005740 2500-EXIT.
005750     EXIT.
005760*-----------------------------------------------------------------
005770* 2510-BUILD-DUPLICATE THRU 2510-EXIT.
005780* BUILDS THE 'D' LINE FOR HELD TABLE ENTRY WS-C.
005790*-----------------------------------------------------------------
005800 2510-BUILD-DUPLICATE.
005810     MOVE SPACES TO CMPL-RECORD
005820     SET CMPL-DUPLICATE TO TRUE
005830     MOVE WS-CR-ACCOUNT(WS-C)  TO CMPL-ACCOUNT
005840     MOVE WS-CR-EFF-DATE(WS-C) TO CMPL-EFF-DATE
005850     MOVE WS-CR-BRANCH(WS-C)   TO CMPL-BRANCH
005860     MOVE WS-CR-SEQ(WS-C)      TO CMPL-SEQ
005870     MOVE WS-CR-REC(WS-C)      TO CMPL-DATA.
005880 2510-EXIT.
005890     EXIT.
005900*-----------------------------------------------------------------
005910* 2100-WRITE-CMPL THRU 2100-EXIT.
005920*-----------------------------------------------------------------
005930 2100-WRITE-CMPL.
005940     WRITE CMPL-RECORD
005950     IF NOT FS-CMPL-OK
005960         DISPLAY "WRITE CMPLFILE"
005970         DISPLAY FS-CMPL
005980         MOVE FS-CMPL TO RETURN-CODE
005990         DISPLAY "-"
006000         MOVE "WRITE"     TO WS-AUD-OPERATION
006010         MOVE "CMPLFILE"  TO WS-AUD-SECTION
006020         MOVE FS-CMPL     TO WS-AUD-STATUS
006030         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
006040     END-IF.
006050 2100-EXIT.
006060     EXIT.
006070*-----------------------------------------------------------------
006080* 3000-FIND-MISSING THRU 3000-EXIT.
006090* WALKS THE MASTER IN KEY ORDER. EVERY OPEN ACCOUNT ALREADY OPEN
006100* ON THE BUSINESS DATE MUST HAVE AT LEAST ONE DELIVERY FOR THAT
006110* DATE - A HELD DUPLICATE STILL COUNTS AS DELIVERED, IT IS ON THE
006120* FILE AS A 'D'. A MISSING MASTER SKIPS THE CHECK OUT LOUD, THE
006130* SAME AS PKEDIT01'S CROSS-CHECK.
006140*-----------------------------------------------------------------
006150 3000-FIND-MISSING.
006160     OPEN INPUT ACCTMAST
006170     IF NOT FS-ACCT-OK
006180         DISPLAY "PKCMPL01 NO ACCOUNT MASTER (STATUS " FS-ACCT
006190             ") - MISSING-ACCOUNT CHECK SKIPPED"
006200         GO TO 3000-EXIT
006210     END-IF
006220     PERFORM 3010-READ-MASTER THRU 3010-EXIT
006230     PERFORM UNTIL FS-ACCT-EOF
006240         IF ACCT-IS-OPEN
006250             PERFORM 3100-CHECK-ONE-ACCOUNT THRU 3100-EXIT
006260         END-IF
006270         PERFORM 3010-READ-MASTER THRU 3010-EXIT
006280     END-PERFORM
006290     CLOSE ACCTMAST.
006300 3000-EXIT.
006310     EXIT.
006320*-----------------------------------------------------------------
006330* 3010-READ-MASTER THRU 3010-EXIT.
006340*-----------------------------------------------------------------
006350 3010-READ-MASTER.
006360     READ ACCTMAST NEXT RECORD
006370         AT END
006380             MOVE 10 TO FS-ACCT
006390     END-READ.
006400 3010-EXIT.
006410     EXIT.
006420*-----------------------------------------------------------------
006430* 3100-CHECK-ONE-ACCOUNT THRU 3100-EXIT.
006440*-----------------------------------------------------------------
006450 3100-CHECK-ONE-ACCOUNT.
006460     IF WS-BUSDATE-GOVERNED
006470             AND ACCT-OPEN-DATE NOT = SPACES
006480             AND ACCT-OPEN-DATE > WS-BUS-DATE
006490         GO TO 3100-EXIT
006500     END-IF
006510     ADD 1 TO WS-OPEN-CT
006520     MOVE 0 TO WS-CR-HIT
006530     PERFORM VARYING WS-C FROM 1 BY 1
006540             UNTIL WS-C > WS-CR-COUNT OR WS-CR-HIT > 0
006550         IF WS-CR-ACCOUNT(WS-C) = ACCT-NUMBER
006560             IF NOT WS-BUSDATE-GOVERNED
006570                     OR WS-CR-EFF-DATE(WS-C) = WS-BUS-DATE
006580                 MOVE WS-C TO WS-CR-HIT
006590             END-IF
006600         END-IF
006610     END-PERFORM
006620     IF WS-CR-HIT > 0
006630         GO TO 3100-EXIT
006640     END-IF
006650     ADD 1 TO WS-MISSING-CT
006660     MOVE SPACES TO CMPL-RECORD
006670     SET CMPL-MISSING TO TRUE
006680     MOVE ACCT-NUMBER     TO CMPL-ACCOUNT
006690     MOVE WS-BUS-DATE     TO CMPL-EFF-DATE
006700     MOVE ACCT-BRANCH     TO CMPL-BRANCH
006710     MOVE 0               TO CMPL-SEQ
006720     MOVE ACCT-SHORT-NAME TO CMPL-SHORT-NAME
006730     MOVE ACCT-OPEN-DATE  TO CMPL-OPEN-DATE
006740     PERFORM 2100-WRITE-CMPL THRU 2100-EXIT.
006750 3100-EXIT.
006760     EXIT.
006770*-----------------------------------------------------------------
006780* 4000-REWRITE-ONE-FILE THRU 4000-EXIT.
006790* WRITES ONE CLEAN EXTRACT BACK FROM THE TABLE, IN ITS ORIGINAL
006800* ORDER, LEAVING OUT EVERY HELD COPY.
006810*-----------------------------------------------------------------
006820 4000-REWRITE-ONE-FILE.
006830     MOVE WS-XL-CLEAN-NAME(WS-XL-IX) TO WS-CLEAN-NAME
006840     OPEN OUTPUT CLEANF
006850     IF NOT FS-CLEAN-OK
006860         DISPLAY "OPEN CLEANF " WS-CLEAN-NAME
006870         DISPLAY FS-CLEAN
006880         MOVE FS-CLEAN TO RETURN-CODE
006890         DISPLAY "-"
006900         MOVE "OPEN " TO WS-AUD-OPERATION
006910         MOVE "CLEANF"    TO WS-AUD-SECTION
006920         MOVE FS-CLEAN    TO WS-AUD-STATUS
006930         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
006940         GO TO 4000-EXIT
006950     END-IF
006960     PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CR-COUNT
006970         IF WS-CR-FILE-IX(WS-C) = WS-XL-IX
006980                 AND NOT WS-CR-HELD(WS-C)
006990             MOVE WS-CR-REC(WS-C) TO FILEI-REC
007000             WRITE FILEI-REC
007010             IF NOT FS-CLEAN-OK
007020                 DISPLAY "WRITE CLEANF"
007030                 DISPLAY FS-CLEAN
007040                 MOVE FS-CLEAN TO RETURN-CODE
007050                 DISPLAY "-"
007060                 MOVE "WRITE"     TO WS-AUD-OPERATION
007070                 MOVE "CLEANF"    TO WS-AUD-SECTION
007080                 MOVE FS-CLEAN    TO WS-AUD-STATUS
007090                 PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
007100             END-IF
007110         END-IF
007120     END-PERFORM
007130     CLOSE CLEANF
007140     ADD 1 TO WS-REWRITE-CT.
007150 4000-EXIT.
007160     EXIT.
007170*-----------------------------------------------------------------
007180* 9000-WRITE-AUDIT THRU 9000-EXIT.
007190* APPENDS ONE LINE TO THE AUDIT LOG FOR A NON-ZERO FILE STATUS,
007200* THE SAME SHAPE PKEDIT01 WRITES, WITH THE RECORD COUNT IN THE
007210* AUD-WS-I POSITION.
007220*-----------------------------------------------------------------
007230 9000-WRITE-AUDIT.
007240     ACCEPT AUD-DATE FROM DATE YYYYMMDD
007250     ACCEPT AUD-TIME FROM TIME
007260     MOVE "PKCMPL01"       TO AUD-PROGRAM
007270     MOVE WS-AUD-OPERATION TO AUD-OPERATION
007280     MOVE WS-AUD-SECTION   TO AUD-SECTION
007290     MOVE WS-READ-CT       TO AUD-WS-I
007300     MOVE WS-AUD-STATUS    TO AUD-STATUS
007310     WRITE AUDIT-RECORD
007320     IF NOT FS-AUDIT-OK
007330         DISPLAY "WRITE AUDITLOG"
007340         DISPLAY FS-AUDIT
007350     END-IF.
007360 9000-EXIT.
007370     EXIT.
007380 END PROGRAM PKCMPL01.
