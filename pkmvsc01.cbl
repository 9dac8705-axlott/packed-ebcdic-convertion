000010******************************************************************
000020* AUTHOR.     R. OKAFOR.
000030* INSTALLATION. LEDGER SYSTEMS GROUP.
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    UNUSUAL BALANCE MOVEMENT SCREEN. CALLED BY PKDRV01
000070*             AFTER A CLEAN PKVRFY01 PASS AND BEFORE THE PUBLISH.
000080*             COMPARES EVERY FILEO-REC4 BALANCE ON
000090*             YOUR-FILE-WORK.TXT WITH THE ACCOUNT'S LATEST
000100*             EARLIER ROW IN BALANCE-HISTORY.DAT AND QUEUES ON
000110*             REVIEW-QUEUE.DAT (MVQREC) EVERY SIGN FLIP, EVERY
000120*             MOVE OVER THE ABSOLUTE OR PERCENTAGE LIMIT ON THE
000130*             BRANCH'S LINE OF MOVEMENT-CARD.TXT (MVCDREC), AND
000140*             EVERY FIRST-EVER BALANCE OVER THE BRANCH'S SIZE
000150*             LIMIT. THE BRANCH IS THE MASTER'S ACCT-BRANCH. EACH
000160*             ITEM ALSO CARRIES THE SOURCE BRANCH THAT SENT IT,
000170*             FOUND BY WALKING THE CLEAN EXTRACTS OF
000180*             EXTRACT-LIST.TXT IN THE ORDER PKCONV01 PACKED THEM,
000190*             SO PKDRV01 CAN TAKE A HELD BALANCE OUT OF THE
000200*             SUBTOTAL IT WAS COUNTED IN. A
000210*             BALANCE ALREADY QUEUED AT THE SAME VALUE KEEPS THE
000220*             DESK'S DECISION; A CHANGED ONE IS QUEUED AFRESH.
000230*             MOVEMENT-HOLDS.TXT IS REBUILT EVERY CALL WITH THE
000240*             ITEMS IN TONIGHT'S FEED THE DESK HAS HELD, FOR
000250*             PKDRV01 TO WITHHOLD FROM THE PUBLISHED FEED. ENDS
000260*             RC 4 WHILE ANY ITEM IN TONIGHT'S FEED IS STILL
000270*             UNDECIDED, SO PKDRV01 CUTS NO TOKEN UNTIL THE DESK
000280*             HAS WORKED THE QUEUE THROUGH PKMREV01 AND THE
000290*             DRIVER IS RERUN.
000300* TECTONICS.  cobc -std=ibm.
000310*-----------------------------------------------------------------
000320* MODIFICATION HISTORY.
000330*   2026-10-15 RO  INITIAL VERSION.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. PKMVSC01.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT FILEI ASSIGN USING WS-FILEI-NAME
000410         ORGANIZATION SEQUENTIAL
000420         ACCESS MODE IS SEQUENTIAL
000430         FILE STATUS IS FS-FILEI.
000440     SELECT XLIST ASSIGN "extract-list.txt"
000450         ORGANIZATION SEQUENTIAL
000460         ACCESS MODE IS SEQUENTIAL
000470         FILE STATUS IS FS-XLIST.
000480     SELECT FILEO ASSIGN "your-file-work.txt"
000490         ORGANIZATION SEQUENTIAL
000500         ACCESS MODE IS SEQUENTIAL
000510         FILE STATUS IS FS-FILEO.
000520     SELECT HISTFILE ASSIGN "balance-history.dat"
000530         ORGANIZATION INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS HIST-KEY
000560         FILE STATUS IS FS-HIST.
000570     SELECT ACCTMAST ASSIGN "account-master.dat"
000580         ORGANIZATION INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS ACCT-NUMBER
000610         FILE STATUS IS FS-ACCT.
000620     SELECT MVQUEUE ASSIGN "review-queue.dat"
000630         ORGANIZATION INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS MVQ-KEY
000660         FILE STATUS IS FS-MVQ.
000670     SELECT MVHOLDS ASSIGN "movement-holds.txt"
000680         ORGANIZATION SEQUENTIAL
000690         ACCESS MODE IS SEQUENTIAL
000700         FILE STATUS IS FS-MVH.
000710     SELECT MVCARD ASSIGN "movement-card.txt"
000720         ORGANIZATION SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS FS-MVCD.
000750     SELECT PARMFILE ASSIGN "param-card.txt"
000760         ORGANIZATION SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL
000780         FILE STATUS IS FS-PARM.
000790     SELECT BUSDCARD ASSIGN "busdate-card.txt"
000800         ORGANIZATION SEQUENTIAL
000810         ACCESS MODE IS SEQUENTIAL
000820         FILE STATUS IS FS-BUSD.
000830     SELECT AUDITLOG ASSIGN "audit-log.txt"
000840         ORGANIZATION SEQUENTIAL
000850         ACCESS MODE IS SEQUENTIAL
000860         FILE STATUS IS FS-AUDIT.
000870 DATA DIVISION.
000880 FILE SECTION.
000890*-----------------------------------------------------------------
000900* CLEAN EXTRACTS - COUNTED ONLY, TO PLACE EACH BALANCE IN THE FEED
000910* WITH THE BRANCH THAT SENT IT.
000920*-----------------------------------------------------------------
000930 FD  FILEI
000940     RECORDING MODE IS F.
000950     COPY FILEIREC.
000960*-----------------------------------------------------------------
000970* OPTIONAL MANIFEST - ONE CLEAN EXTRACT PER BRANCH.
000980*-----------------------------------------------------------------
000990 FD  XLIST
001000     RECORDING MODE IS F.
001010     COPY XLISTREC.
001020*-----------------------------------------------------------------
001030* TONIGHT'S VERIFIED, NOT YET PUBLISHED, FEED.
001040*-----------------------------------------------------------------
001050 FD  FILEO
001060     RECORDING MODE IS F.
001070     COPY FILEOREC.
001080*-----------------------------------------------------------------
001090* BALANCE HISTORY - THE PRIOR BALANCE TO COMPARE AGAINST.
001100*-----------------------------------------------------------------
001110 FD  HISTFILE.
001120     COPY HISTREC.
001130*-----------------------------------------------------------------
001140* ACCOUNT MASTER - KEYED CROSS-REFERENCE MAINTAINED BY PKAMNT01.
001150*-----------------------------------------------------------------
001160 FD  ACCTMAST.
001170     COPY ACCTREC.
001180*-----------------------------------------------------------------
001190* REVIEW QUEUE - ONE ENTRY PER FLAGGED BALANCE, KEPT WITH ITS
001200* DECISION.
001210*-----------------------------------------------------------------
001220 FD  MVQUEUE.
001230     COPY MVQREC.
001240*-----------------------------------------------------------------
001250* HELD ITEMS IN TONIGHT'S FEED - QUEUE IMAGES, REBUILT EACH CALL.
001260*-----------------------------------------------------------------
001270 FD  MVHOLDS
001280     RECORDING MODE IS F.
001290 01  MVH-LINE            PIC X(203).
001300*-----------------------------------------------------------------
001310* MOVEMENT SCREEN CONTROL CARD - ONE LINE PER BRANCH.
001320*-----------------------------------------------------------------
001330 FD  MVCARD
001340     RECORDING MODE IS F.
001350     COPY MVCDREC.
001360 FD  PARMFILE
001370     RECORDING MODE IS F.
001380     COPY PARMREC.
001390*-----------------------------------------------------------------
001400* CURRENT-BUSINESS-DATE CONTROL CARD.
001410*-----------------------------------------------------------------
001420 FD  BUSDCARD
001430     RECORDING MODE IS F.
001440     COPY BUSDREC.
001450*-----------------------------------------------------------------
001460* AUDIT LOG - ONE LINE PER NON-ZERO FILE STATUS.
001470*-----------------------------------------------------------------
001480 FD  AUDITLOG
001490     RECORDING MODE IS F.
001500     COPY AUDITREC.
001510 WORKING-STORAGE SECTION.
001520 01  FS-FILEI         PIC 9(02).
001530     88  FS-FILEI-OK              VALUE 00.
001540     88  FS-FILEI-EOF             VALUE 10.
001550 01  FS-XLIST         PIC 9(02).
001560     88  FS-XLIST-OK              VALUE 00.
001570     88  FS-XLIST-EOF             VALUE 10.
001580 01  FS-FILEO         PIC 9(02).
001590     88  FS-FILEO-OK              VALUE 00.
001600     88  FS-FILEO-EOF             VALUE 10.
001610 01  FS-HIST          PIC 9(02).
001620     88  FS-HIST-OK               VALUE 00.
001630     88  FS-HIST-EOF              VALUE 10.
001640 01  FS-ACCT          PIC 9(02).
001650     88  FS-ACCT-OK               VALUE 00.
001660 01  FS-MVQ           PIC 9(02).
001670     88  FS-MVQ-OK                VALUE 00.
001680 01  FS-MVH           PIC 9(02).
001690     88  FS-MVH-OK                VALUE 00.
001700 01  FS-MVCD          PIC 9(02).
001710     88  FS-MVCD-OK               VALUE 00.
001720     88  FS-MVCD-EOF              VALUE 10.
001730 01  FS-PARM          PIC 9(02).
001740     88  FS-PARM-OK               VALUE 00.
001750 01  FS-BUSD          PIC 9(02).
001760     88  FS-BUSD-OK               VALUE 00.
001770 01  FS-AUDIT         PIC 9(02).
001780     88  FS-AUDIT-OK              VALUE 00.
001790 01  WS-CODEPAGE-SW   PIC X(01) VALUE 'A'.
001800     88  WS-CODEPAGE-IS-EBCDIC    VALUE 'E'.
001810 01  WS-CP-ASCII-CHARS PIC X(07) VALUE "01234TS".
001820 01  WS-CP-EBCDIC-CHARS PIC X(07) VALUE X"F0F1F2F3F4E3E2".
001830 01  WS-BUS-DATE      PIC X(08) VALUE SPACES.
001840 01  WS-HIST-SW       PIC X(01) VALUE 'N'.
001850     88  WS-HIST-AVAILABLE        VALUE 'Y'.
001860 01  WS-MASTER-SW     PIC X(01) VALUE 'N'.
001870     88  WS-MASTER-AVAILABLE      VALUE 'Y'.
001880*-----------------------------------------------------------------
001890* MOVEMENT CARD - ONE ENTRY PER LISTED BRANCH, PLUS THE DEFAULT.
001900*-----------------------------------------------------------------
001910 01  WS-MC-COUNT      PIC 9(03) VALUE 0.
001920 01  WS-MC-TABLE.
001930     05  WS-MC-ENTRY OCCURS 100 TIMES.
001940         10  WS-MC-BRANCH     PIC X(04).
001950         10  WS-MC-ABS-LIMIT  PIC 9(15).
001960         10  WS-MC-PCT-LIMIT  PIC 9(05).
001970         10  WS-MC-NEW-LIMIT  PIC 9(15).
001980 01  WS-M             PIC 9(03).
001990 01  WS-DEF-ABS-LIMIT PIC 9(15) VALUE 0.
002000 01  WS-DEF-PCT-LIMIT PIC 9(05) VALUE 0.
002010 01  WS-DEF-NEW-LIMIT PIC 9(15) VALUE 0.
002020*-----------------------------------------------------------------
002030* MANIFEST - ONE ENTRY PER CLEAN EXTRACT, IN PACKING ORDER, WITH
002040* ITS RECORD COUNT. WS-SRC-LEFT IS WHAT REMAINS OF THE ENTRY THE
002050* WALK IS IN.
002060*-----------------------------------------------------------------
002070 01  WS-FILEI-NAME    PIC X(46).
002080 01  WS-XL-COUNT      PIC 9(03) VALUE 0.
002090 01  WS-XL-TABLE.
002100     05  WS-XL-ENTRY OCCURS 100 TIMES.
002110         10  WS-XL-BRANCH     PIC X(04).
002120         10  WS-XL-FILE-NAME  PIC X(46).
002130         10  WS-XL-REC-CT     PIC 9(07).
002140 01  WS-XL-IX         PIC 9(03).
002150 01  WS-SRC-IX        PIC 9(03) VALUE 0.
002160 01  WS-SRC-LEFT      PIC 9(07) VALUE 0.
002170*-----------------------------------------------------------------
002180* THE BALANCE IN HAND, ITS LIMITS, AND WHAT IT IS COMPARED WITH.
002190*-----------------------------------------------------------------
002200 01  WS-CUR-ACCOUNT   PIC X(10).
002210 01  WS-CUR-EFF-DATE  PIC X(08).
002220 01  WS-CUR-BRANCH    PIC X(04).
002230 01  WS-CUR-SRC-BRANCH PIC X(04).
002240 01  WS-CUR-VALUE     PIC S9(18).
002250 01  WS-CUR-CURRENCY  PIC X(03).
002260 01  WS-CUR-ORIG      PIC S9(18).
002270 01  WS-ABS-LIMIT     PIC 9(15).
002280 01  WS-PCT-LIMIT     PIC 9(05).
002290 01  WS-NEW-LIMIT     PIC 9(15).
002300 01  WS-PRIOR-SW      PIC X(01) VALUE 'N'.
002310     88  WS-PRIOR-FOUND           VALUE 'Y'.
002320 01  WS-PRIOR-VALUE   PIC S9(18).
002330 01  WS-PRIOR-EFF-DATE PIC X(08).
002340 01  WS-MOVE          PIC S9(18).
002350 01  WS-ABS-MOVE      PIC 9(18).
002360 01  WS-ABS-PRIOR     PIC 9(18).
002370 01  WS-ABS-CUR       PIC 9(18).
002380 01  WS-MOVE-PCT      PIC 9(13)V99.
002390 01  WS-REASON-CODE   PIC X(01).
002400     88  WS-NOT-FLAGGED           VALUE SPACE.
002410 01  WS-SCREENED-CT   PIC 9(07) VALUE 0.
002420 01  WS-FLAGGED-CT    PIC 9(07) VALUE 0.
002430 01  WS-NEW-ITEM-CT   PIC 9(07) VALUE 0.
002440 01  WS-UNDECIDED-CT  PIC 9(07) VALUE 0.
002450 01  WS-ACCEPTED-CT   PIC 9(07) VALUE 0.
002460 01  WS-HELD-CT       PIC 9(07) VALUE 0.
002470 01  WS-AUD-OPERATION PIC X(05).
002480 01  WS-AUD-SECTION   PIC X(10).
002490 01  WS-AUD-STATUS    PIC 9(02).
002500*
002510 PROCEDURE DIVISION.
002520*-----------------------------------------------------------------
002530* 0000-MAINLINE.
002540* ONE PASS OVER THE WORK FILE'S FILEO-REC4 DETAIL. NO HISTORY
002550* FILE MEANS EVERY BALANCE IS A FIRST APPEARANCE; NO MASTER MEANS
002560* EVERY BALANCE IS SCREENED AGAINST THE DEFAULT LINE.
002570*-----------------------------------------------------------------
002580 0000-MAINLINE.
002590     MOVE 0 TO RETURN-CODE
002600     OPEN EXTEND AUDITLOG
002610     IF FS-AUDIT = 35
002620         OPEN OUTPUT AUDITLOG
002630     END-IF
002640     IF NOT FS-AUDIT-OK
002650         DISPLAY "OPEN AUDITLOG"
002660         DISPLAY FS-AUDIT
002670     END-IF
002680     PERFORM 1050-LOAD-PARM THRU 1050-EXIT
002690     PERFORM 1060-LOAD-BUSDATE THRU 1060-EXIT
002700     PERFORM 1100-LOAD-CARD THRU 1100-EXIT
002710     IF RETURN-CODE NOT = 0
002720         GO TO 0000-WRAP-UP
002730     END-IF
002740     PERFORM 1200-LOAD-SOURCES THRU 1200-EXIT
002750     IF RETURN-CODE NOT = 0
002760         GO TO 0000-WRAP-UP
002770     END-IF
002780     OPEN INPUT FILEO
002790     IF NOT FS-FILEO-OK
002800         DISPLAY "OPEN FILEO"
002810         DISPLAY FS-FILEO
002820         MOVE FS-FILEO TO RETURN-CODE
002830         DISPLAY "-"
002840         MOVE "OPEN " TO WS-AUD-OPERATION
002850         MOVE "FILEO"     TO WS-AUD-SECTION
002860         MOVE FS-FILEO    TO WS-AUD-STATUS
002870         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
002880         GO TO 0000-WRAP-UP
002890     END-IF
002900     OPEN I-O MVQUEUE
002910     IF FS-MVQ = 35
002920         OPEN OUTPUT MVQUEUE
002930         CLOSE MVQUEUE
002940         OPEN I-O MVQUEUE
002950     END-IF
002960     IF NOT FS-MVQ-OK
002970         DISPLAY "OPEN MVQUEUE"
002980         DISPLAY FS-MVQ
002990         MOVE FS-MVQ TO RETURN-CODE
003000         DISPLAY "-"
003010         MOVE "OPEN " TO WS-AUD-OPERATION
003020         MOVE "MVQUEUE"   TO WS-AUD-SECTION
003030         MOVE FS-MVQ      TO WS-AUD-STATUS
003040         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
003050         CLOSE FILEO
003060         GO TO 0000-WRAP-UP
003070     END-IF
003080     OPEN OUTPUT MVHOLDS
003090     IF NOT FS-MVH-OK
003100         DISPLAY "OPEN MVHOLDS"
003110         DISPLAY FS-MVH
003120         MOVE FS-MVH TO RETURN-CODE
003130         DISPLAY "-"
003140         MOVE "OPEN " TO WS-AUD-OPERATION
003150         MOVE "MVHOLDS"   TO WS-AUD-SECTION
003160         MOVE FS-MVH      TO WS-AUD-STATUS
003170         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
003180         CLOSE MVQUEUE
003190         CLOSE FILEO
003200         GO TO 0000-WRAP-UP
003210     END-IF
003220     OPEN INPUT HISTFILE
003230     IF FS-HIST-OK
003240         SET WS-HIST-AVAILABLE TO TRUE
003250     ELSE
003260         DISPLAY "PKMVSC01 NO BALANCE HISTORY (STATUS " FS-HIST
003270             ") - EVERY BALANCE IS A FIRST APPEARANCE"
003280     END-IF
003290     OPEN INPUT ACCTMAST
003300     IF FS-ACCT-OK
003310         SET WS-MASTER-AVAILABLE TO TRUE
003320     ELSE
003330         DISPLAY "PKMVSC01 NO ACCOUNT MASTER (STATUS " FS-ACCT
003340             ") - DEFAULT LIMITS APPLY TO EVERY BALANCE"
003350     END-IF
003360     PERFORM 1010-READ-FILEO THRU 1010-EXIT
003370     PERFORM UNTIL FS-FILEO-EOF
003380         IF FILEO-TYPE-REC4
003390             PERFORM 2000-SCREEN-BALANCE THRU 2000-EXIT
003400         END-IF
003410         PERFORM 1010-READ-FILEO THRU 1010-EXIT
003420     END-PERFORM
003430     IF WS-MASTER-AVAILABLE
003440         CLOSE ACCTMAST
003450     END-IF
003460     IF WS-HIST-AVAILABLE
003470         CLOSE HISTFILE
003480     END-IF
003490     CLOSE MVHOLDS
003500     CLOSE MVQUEUE
003510     CLOSE FILEO
003520     IF WS-UNDECIDED-CT > 0 AND RETURN-CODE = 0
003530         DISPLAY "PKMVSC01 " WS-UNDECIDED-CT " ITEM(S) AWAIT "
003540             "REVIEW - WORK THE QUEUE WITH PKMREV01"
003550         MOVE 4 TO RETURN-CODE
003560     END-IF.
003570 0000-WRAP-UP.
003580     DISPLAY "PKMVSC01 BALANCES SCREENED:    " WS-SCREENED-CT
003590     DISPLAY "PKMVSC01 FLAGGED:              " WS-FLAGGED-CT
003600     DISPLAY "PKMVSC01 NEWLY QUEUED:         " WS-NEW-ITEM-CT
003610     DISPLAY "PKMVSC01 UNDECIDED:            " WS-UNDECIDED-CT
003620     DISPLAY "PKMVSC01 ACCEPTED:             " WS-ACCEPTED-CT
003630     DISPLAY "PKMVSC01 HELD:                 " WS-HELD-CT
003640     CLOSE AUDITLOG
003650     GOBACK.
003660*-----------------------------------------------------------------
003670* 1010-READ-FILEO THRU 1010-EXIT.
003680*-----------------------------------------------------------------
003690 1010-READ-FILEO.
003700     READ FILEO
003710         AT END
003720             MOVE 10 TO FS-FILEO
003730     END-READ
003740     IF FS-FILEO-OK AND WS-CODEPAGE-IS-EBCDIC
003750         INSPECT FILEO-REC-TYPE CONVERTING WS-CP-EBCDIC-CHARS
003760             TO WS-CP-ASCII-CHARS
003770     END-IF.
003780 1010-EXIT.
003790     EXIT.
003800*-----------------------------------------------------------------
003810* 1050-LOAD-PARM THRU 1050-EXIT.
003820* CODEPAGE SWITCH ONLY - A MISSING CARD DEFAULTS TO ASCII.
003830*-----------------------------------------------------------------
003840 1050-LOAD-PARM.
003850     OPEN INPUT PARMFILE
003860     IF FS-PARM-OK
003870         READ PARMFILE
003880             AT END
003890                 MOVE "A" TO WS-CODEPAGE-SW
003900             NOT AT END
003910                 MOVE PARM-CODEPAGE-SW TO WS-CODEPAGE-SW
003920         END-READ
003930         CLOSE PARMFILE
003940     ELSE
003950         MOVE "A" TO WS-CODEPAGE-SW
003960     END-IF
003970     IF WS-CODEPAGE-SW NOT = "A" AND WS-CODEPAGE-SW NOT = "E"
003980         MOVE "A" TO WS-CODEPAGE-SW
003990     END-IF.
004000 1050-EXIT.
004010     EXIT.
004020*-----------------------------------------------------------------
004030* 1060-LOAD-BUSDATE THRU 1060-EXIT.
004040* THE BUSINESS DATE ONLY STAMPS THE QUEUE ENTRIES; AN UNGOVERNED
004050* RUN STAMPS THE RUN DATE.
004060*-----------------------------------------------------------------
004070 1060-LOAD-BUSDATE.
004080     ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
004090     OPEN INPUT BUSDCARD
004100     IF NOT FS-BUSD-OK
004110         GO TO 1060-EXIT
004120     END-IF
004130     READ BUSDCARD
004140         AT END
004150             CONTINUE
004160         NOT AT END
004170             MOVE BUSD-CURRENT-DATE TO WS-BUS-DATE
004180     END-READ
004190     CLOSE BUSDCARD.
004200 1060-EXIT.
004210     EXIT.
004220*-----------------------------------------------------------------
004230* 1100-LOAD-CARD THRU 1100-EXIT.
004240* LOADS THE MOVEMENT CARD. THE '****' LINE SETS THE DEFAULT
004250* LIMITS; A MISSING CARD IS SAID OUT LOUD, SINCE IT LEAVES ONLY
004260* THE SIGN-FLIP TEST IN FORCE.
004270*-----------------------------------------------------------------
004280 1100-LOAD-CARD.
004290     OPEN INPUT MVCARD
004300     IF NOT FS-MVCD-OK
004310         DISPLAY "PKMVSC01 NO MOVEMENT CARD (STATUS " FS-MVCD
004320             ") - SCREENING FOR SIGN FLIPS ONLY"
004330         GO TO 1100-EXIT
004340     END-IF
004350     PERFORM 1110-READ-CARD THRU 1110-EXIT
004360     PERFORM UNTIL FS-MVCD-EOF
004370         IF MVCD-DEFAULT
004380             MOVE MVCD-ABS-LIMIT TO WS-DEF-ABS-LIMIT
004390             MOVE MVCD-PCT-LIMIT TO WS-DEF-PCT-LIMIT
004400             MOVE MVCD-NEW-LIMIT TO WS-DEF-NEW-LIMIT
004410         ELSE
004420             IF WS-MC-COUNT >= 100
004430                 DISPLAY "MOVEMENT CARD EXCEEDS WS-MC-TABLE "
004440                     "CAPACITY OF 100"
004450                 MOVE "LOAD "    TO WS-AUD-OPERATION
004460                 MOVE "MVCARD"   TO WS-AUD-SECTION
004470                 MOVE 99         TO WS-AUD-STATUS
004480                 PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
004490                 MOVE 99 TO RETURN-CODE
004500                 CLOSE MVCARD
004510                 GO TO 1100-EXIT
004520             END-IF
004530             ADD 1 TO WS-MC-COUNT
004540             MOVE MVCD-BRANCH    TO WS-MC-BRANCH(WS-MC-COUNT)
004550             MOVE MVCD-ABS-LIMIT TO WS-MC-ABS-LIMIT(WS-MC-COUNT)
004560             MOVE MVCD-PCT-LIMIT TO WS-MC-PCT-LIMIT(WS-MC-COUNT)
004570             MOVE MVCD-NEW-LIMIT TO WS-MC-NEW-LIMIT(WS-MC-COUNT)
004580         END-IF
004590         PERFORM 1110-READ-CARD THRU 1110-EXIT
004600     END-PERFORM
004610     CLOSE MVCARD.
004620 1100-EXIT.
004630     EXIT.
004640*-----------------------------------------------------------------
004650* 1110-READ-CARD THRU 1110-EXIT.
004660*-----------------------------------------------------------------
004670 1110-READ-CARD.
004680     READ MVCARD
004690         AT END
004700             MOVE 10 TO FS-MVCD
004710     END-READ.
004720 1110-EXIT.
004730     EXIT.
004740*-----------------------------------------------------------------
004750* 1200-LOAD-SOURCES THRU 1200-EXIT.
004760* SAME MANIFEST AND SAME 'clean-' NAME DERIVATION PKCONV01 USES;
004770* A MISSING MANIFEST LOADS THE SINGLE CLASSIC CLEAN-EXTRACT.TXT
004780* ENTRY WITH A SPACES BRANCH. EACH CLEAN EXTRACT IS COUNTED - THE
004790* VERIFY HAS ALREADY TIED THEM TO THE WORK FILE, SO THE FILEO-REC4
004800* DETAILS FOLLOW THE ENTRIES IN ORDER, THAT MANY PER ENTRY.
004810*-----------------------------------------------------------------
004820 1200-LOAD-SOURCES.
004830     MOVE 0 TO WS-XL-COUNT
004840     OPEN INPUT XLIST
004850     IF NOT FS-XLIST-OK
004860         MOVE 1 TO WS-XL-COUNT
004870         MOVE SPACES TO WS-XL-BRANCH(1)
004880         MOVE "clean-extract.txt" TO WS-XL-FILE-NAME(1)
004890         GO TO 1200-COUNT
004900     END-IF
004910     PERFORM 1210-READ-XLIST THRU 1210-EXIT
004920     PERFORM UNTIL FS-XLIST-EOF
004930         IF WS-XL-COUNT = 100
004940             DISPLAY "XLIST EXCEEDS WS-XL-TABLE CAPACITY OF 100"
004950             MOVE "LOAD "    TO WS-AUD-OPERATION
004960             MOVE "XLIST"    TO WS-AUD-SECTION
004970             MOVE 99         TO WS-AUD-STATUS
004980             PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
004990             MOVE 99 TO RETURN-CODE
005000             CLOSE XLIST
005010             GO TO 1200-EXIT
005020         END-IF
005030         ADD 1 TO WS-XL-COUNT
005040         MOVE XLIST-BRANCH TO WS-XL-BRANCH(WS-XL-COUNT)
005050         MOVE SPACES TO WS-XL-FILE-NAME(WS-XL-COUNT)
005060         STRING "clean-" DELIMITED SIZE
005070             XLIST-FILE-NAME DELIMITED " "
005080             INTO WS-XL-FILE-NAME(WS-XL-COUNT)
005090         PERFORM 1210-READ-XLIST THRU 1210-EXIT
005100     END-PERFORM
005110     CLOSE XLIST.
005120 1200-COUNT.
005130     PERFORM VARYING WS-XL-IX FROM 1 BY 1
005140             UNTIL WS-XL-IX > WS-XL-COUNT
005150         PERFORM 1220-COUNT-ONE-FILE THRU 1220-EXIT
005160     END-PERFORM.
005170 1200-EXIT.
005180     EXIT.
005190*-----------------------------------------------------------------
005200* 1210-READ-XLIST THRU 1210-EXIT.
005210*-----------------------------------------------------------------
005220 1210-READ-XLIST.
005230     READ XLIST
005240         AT END
005250             MOVE 10 TO FS-XLIST
005260     END-READ.
005270 1210-EXIT.
005280     EXIT.
005290*-----------------------------------------------------------------
005300* 1220-COUNT-ONE-FILE THRU 1220-EXIT.
005310* A CLEAN EXTRACT THAT CANNOT BE OPENED COUNTS NOTHING; THE VERIFY
005320* WOULD NOT HAVE PASSED WITHOUT IT.
005330*-----------------------------------------------------------------
005340 1220-COUNT-ONE-FILE.
005350     MOVE 0 TO WS-XL-REC-CT(WS-XL-IX)
005360     MOVE WS-XL-FILE-NAME(WS-XL-IX) TO WS-FILEI-NAME
005370     OPEN INPUT FILEI
005380     IF NOT FS-FILEI-OK
005390         GO TO 1220-EXIT
005400     END-IF
005410     PERFORM 1230-READ-FILEI THRU 1230-EXIT
005420     PERFORM UNTIL FS-FILEI-EOF
005430         ADD 1 TO WS-XL-REC-CT(WS-XL-IX)
005440         PERFORM 1230-READ-FILEI THRU 1230-EXIT
005450     END-PERFORM
005460     CLOSE FILEI.
005470 1220-EXIT.
005480     EXIT.
005490*-----------------------------------------------------------------
005500* 1230-READ-FILEI THRU 1230-EXIT.
005510*-----------------------------------------------------------------
005520 1230-READ-FILEI.
005530     READ FILEI
005540         AT END
005550             MOVE 10 TO FS-FILEI
005560     END-READ.
005570 1230-EXIT.
005580     EXIT.
005590*-----------------------------------------------------------------
005600* 2000-SCREEN-BALANCE THRU 2000-EXIT.
005610* ONE FILEO-REC4 BALANCE. A SIGN FLIP OUTRANKS A MOVE OVER THE
005620* ABSOLUTE LIMIT, WHICH OUTRANKS ONE OVER THE PERCENTAGE LIMIT;
005630* THE ITEM CARRIES THE FIRST TEST IT TRIPS. A PRIOR BALANCE OF
005640* ZERO HAS NO PERCENTAGE MOVE - THE ABSOLUTE LIMIT COVERS IT.
005650*-----------------------------------------------------------------
005660 2000-SCREEN-BALANCE.
005670     ADD 1 TO WS-SCREENED-CT
005680     PERFORM 2050-NEXT-SOURCE THRU 2050-EXIT
005690     MOVE FILEO-ACCOUNT     TO WS-CUR-ACCOUNT
005700     MOVE FILEO-EFF-DATE    TO WS-CUR-EFF-DATE
005710     MOVE FILEO-REC4        TO WS-CUR-VALUE
005720     MOVE FILEO-CURRENCY    TO WS-CUR-CURRENCY
005730     MOVE FILEO-ORIG-AMOUNT TO WS-CUR-ORIG
005740     PERFORM 2100-FIND-LIMITS THRU 2100-EXIT
005750     PERFORM 2200-FIND-PRIOR THRU 2200-EXIT
005760     MOVE SPACE TO WS-REASON-CODE
005770     IF WS-CUR-VALUE < 0
005780         COMPUTE WS-ABS-CUR = 0 - WS-CUR-VALUE
005790     ELSE
005800         MOVE WS-CUR-VALUE TO WS-ABS-CUR
005810     END-IF
005820     IF NOT WS-PRIOR-FOUND
005830         MOVE 0 TO WS-PRIOR-VALUE
005840         MOVE WS-CUR-VALUE TO WS-MOVE
005850         IF WS-NEW-LIMIT > 0 AND WS-ABS-CUR > WS-NEW-LIMIT
005860             MOVE 'N' TO WS-REASON-CODE
005870         END-IF
005880         GO TO 2000-QUEUE
005890     END-IF
005900     COMPUTE WS-MOVE = WS-CUR-VALUE - WS-PRIOR-VALUE
005910         ON SIZE ERROR
005920             MOVE 999999999999999999 TO WS-MOVE
005930     END-COMPUTE
005940     IF WS-MOVE < 0
005950         COMPUTE WS-ABS-MOVE = 0 - WS-MOVE
005960     ELSE
005970         MOVE WS-MOVE TO WS-ABS-MOVE
005980     END-IF
005990     IF WS-PRIOR-VALUE < 0
006000         COMPUTE WS-ABS-PRIOR = 0 - WS-PRIOR-VALUE
006010     ELSE
006020         MOVE WS-PRIOR-VALUE TO WS-ABS-PRIOR
006030     END-IF
006040     IF (WS-PRIOR-VALUE > 0 AND WS-CUR-VALUE < 0)
006050             OR (WS-PRIOR-VALUE < 0 AND WS-CUR-VALUE > 0)
006060         MOVE 'S' TO WS-REASON-CODE
006070         GO TO 2000-QUEUE
006080     END-IF
006090     IF WS-ABS-LIMIT > 0 AND WS-ABS-MOVE > WS-ABS-LIMIT
006100         MOVE 'A' TO WS-REASON-CODE
006110         GO TO 2000-QUEUE
006120     END-IF
006130     IF WS-PCT-LIMIT > 0 AND WS-ABS-PRIOR > 0
006140         COMPUTE WS-MOVE-PCT = WS-ABS-MOVE * 100 / WS-ABS-PRIOR
006150             ON SIZE ERROR
006160                 MOVE 9999999999999.99 TO WS-MOVE-PCT
006170         END-COMPUTE
006180         IF WS-MOVE-PCT > WS-PCT-LIMIT
006190             MOVE 'P' TO WS-REASON-CODE
006200         END-IF
006210     END-IF.
006220 2000-QUEUE.
006230     IF NOT WS-NOT-FLAGGED
006240         ADD 1 TO WS-FLAGGED-CT
006250         PERFORM 2300-QUEUE-ITEM THRU 2300-EXIT
006260     END-IF.
006270 2000-EXIT.
006280     EXIT.
006290*-----------------------------------------------------------------
006300* 2050-NEXT-SOURCE THRU 2050-EXIT.
006310* STEPS THE MANIFEST WALK ON ONE FILEO-REC4 DETAIL, PASSING OVER
006320* EMPTY EXTRACTS. A DETAIL BEYOND THE LAST COUNTED RECORD STAYS
006330* WITH THE LAST ENTRY.
006340*-----------------------------------------------------------------
006350 2050-NEXT-SOURCE.
006360     PERFORM UNTIL WS-SRC-LEFT > 0 OR WS-SRC-IX >= WS-XL-COUNT
006370         ADD 1 TO WS-SRC-IX
006380         MOVE WS-XL-REC-CT(WS-SRC-IX) TO WS-SRC-LEFT
006390     END-PERFORM
006400     IF WS-SRC-LEFT > 0
006410         SUBTRACT 1 FROM WS-SRC-LEFT
006420     END-IF
006430     MOVE SPACES TO WS-CUR-SRC-BRANCH
006440     IF WS-SRC-IX > 0
006450         MOVE WS-XL-BRANCH(WS-SRC-IX) TO WS-CUR-SRC-BRANCH
006460     END-IF.
006470 2050-EXIT.
006480     EXIT.
006490*-----------------------------------------------------------------
006500* 2100-FIND-LIMITS THRU 2100-EXIT.
006510* THE BRANCH COMES FROM THE MASTER; ITS OWN CARD LINE IF IT HAS
006520* ONE, OTHERWISE THE DEFAULT.
006530*-----------------------------------------------------------------
006540 2100-FIND-LIMITS.
006550     MOVE SPACES TO WS-CUR-BRANCH
006560     IF WS-MASTER-AVAILABLE
006570         MOVE WS-CUR-ACCOUNT TO ACCT-NUMBER
006580         READ ACCTMAST
006590             INVALID KEY
006600                 CONTINUE
006610             NOT INVALID KEY
006620                 MOVE ACCT-BRANCH TO WS-CUR-BRANCH
006630         END-READ
006640     END-IF
006650     MOVE WS-DEF-ABS-LIMIT TO WS-ABS-LIMIT
006660     MOVE WS-DEF-PCT-LIMIT TO WS-PCT-LIMIT
006670     MOVE WS-DEF-NEW-LIMIT TO WS-NEW-LIMIT
006680     PERFORM VARYING WS-M FROM 1 BY 1
006690             UNTIL WS-M > WS-MC-COUNT
006700         IF WS-MC-BRANCH(WS-M) = WS-CUR-BRANCH
006710             MOVE WS-MC-ABS-LIMIT(WS-M) TO WS-ABS-LIMIT
006720             MOVE WS-MC-PCT-LIMIT(WS-M) TO WS-PCT-LIMIT
006730             MOVE WS-MC-NEW-LIMIT(WS-M) TO WS-NEW-LIMIT
006740         END-IF
006750     END-PERFORM.
006760 2100-EXIT.
006770     EXIT.
006780*-----------------------------------------------------------------
006790* 2200-FIND-PRIOR THRU 2200-EXIT.
006800* THE ACCOUNT'S LATEST HISTORY ROW DATED BEFORE THE BALANCE IN
006810* HAND. A ROW FOR THE SAME DATE - LEFT BY AN EARLIER PKHIST01
006820* PASS OVER A RERUN NIGHT - IS NOT A PRIOR BALANCE.
006830*-----------------------------------------------------------------
006840 2200-FIND-PRIOR.
006850     MOVE 'N' TO WS-PRIOR-SW
006860     MOVE SPACES TO WS-PRIOR-EFF-DATE
006870     IF NOT WS-HIST-AVAILABLE
006880         GO TO 2200-EXIT
006890     END-IF
006900     MOVE WS-CUR-ACCOUNT TO HIST-ACCOUNT
006910     MOVE "00000000"     TO HIST-EFF-DATE
006920     START HISTFILE KEY NOT < HIST-KEY
006930         INVALID KEY
006940             GO TO 2200-EXIT
006950     END-START
006960     PERFORM 2210-READ-HIST THRU 2210-EXIT
006970     PERFORM UNTIL FS-HIST-EOF
006980             OR HIST-ACCOUNT NOT = WS-CUR-ACCOUNT
006990             OR HIST-EFF-DATE NOT < WS-CUR-EFF-DATE
007000         SET WS-PRIOR-FOUND TO TRUE
007010         MOVE HIST-VALUE    TO WS-PRIOR-VALUE
007020         MOVE HIST-EFF-DATE TO WS-PRIOR-EFF-DATE
007030         PERFORM 2210-READ-HIST THRU 2210-EXIT
007040     END-PERFORM.
007050 2200-EXIT.
007060     EXIT.
007070*-----------------------------------------------------------------
007080* 2210-READ-HIST THRU 2210-EXIT.
007090*-----------------------------------------------------------------
007100 2210-READ-HIST.
007110     READ HISTFILE NEXT RECORD
007120         AT END
007130             MOVE 10 TO FS-HIST
007140     END-READ.
007150 2210-EXIT.
007160     EXIT.
007170*-----------------------------------------------------------------
007180* 2300-QUEUE-ITEM THRU 2300-EXIT.
007190* A KEY ALREADY QUEUED AT THE SAME VALUE KEEPS ITS DECISION (A
007200* DRIVER RERUN RESCREENS THE SAME FEED); A DIFFERENT VALUE IS A
007210* NEW BALANCE AND GOES BACK TO UNDECIDED. HELD ITEMS ARE LISTED
007220* ON MOVEMENT-HOLDS.TXT FOR THE PUBLISH.
007230*-----------------------------------------------------------------
007240 2300-QUEUE-ITEM.
007250     MOVE WS-CUR-ACCOUNT  TO MVQ-ACCOUNT
007260     MOVE WS-CUR-EFF-DATE TO MVQ-EFF-DATE
007270     READ MVQUEUE
007280         INVALID KEY
007290             PERFORM 2310-BUILD-ITEM THRU 2310-EXIT
007300             WRITE MVQ-RECORD
007310                 INVALID KEY
007320                     DISPLAY "WRITE MVQUEUE"
007330                     DISPLAY FS-MVQ
007340                     MOVE FS-MVQ TO RETURN-CODE
007350                     DISPLAY "-"
007360                     MOVE "WRITE"   TO WS-AUD-OPERATION
007370                     MOVE "MVQUEUE" TO WS-AUD-SECTION
007380                     MOVE FS-MVQ    TO WS-AUD-STATUS
007390                     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
007400                     GO TO 2300-EXIT
007410             END-WRITE
007420             ADD 1 TO WS-NEW-ITEM-CT
007430         NOT INVALID KEY
007440             IF MVQ-NEW-VALUE NOT = WS-CUR-VALUE
007450                 PERFORM 2310-BUILD-ITEM THRU 2310-EXIT
007460                 ADD 1 TO WS-NEW-ITEM-CT
007470             END-IF
007480             MOVE WS-BUS-DATE TO MVQ-BUS-DATE
007490             MOVE WS-CUR-SRC-BRANCH TO MVQ-SOURCE-BRANCH
007500             REWRITE MVQ-RECORD
007510                 INVALID KEY
007520                     DISPLAY "REWRITE MVQUEUE"
007530                     DISPLAY FS-MVQ
007540                     MOVE FS-MVQ TO RETURN-CODE
007550                     DISPLAY "-"
007560                     MOVE "REWRT"   TO WS-AUD-OPERATION
007570                     MOVE "MVQUEUE" TO WS-AUD-SECTION
007580                     MOVE FS-MVQ    TO WS-AUD-STATUS
007590                     PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
007600                     GO TO 2300-EXIT
007610             END-REWRITE
007620     END-READ
007630     EVALUATE TRUE
007640         WHEN MVQ-UNDECIDED
007650             ADD 1 TO WS-UNDECIDED-CT
007660         WHEN MVQ-ACCEPTED
007670             ADD 1 TO WS-ACCEPTED-CT
007680         WHEN MVQ-HELD
007690             ADD 1 TO WS-HELD-CT
007700             WRITE MVH-LINE FROM MVQ-RECORD
007710             IF NOT FS-MVH-OK
007720                 DISPLAY "WRITE MVHOLDS"
007730                 DISPLAY FS-MVH
007740                 MOVE FS-MVH TO RETURN-CODE
007750                 DISPLAY "-"
007760                 MOVE "WRITE"   TO WS-AUD-OPERATION
007770                 MOVE "MVHOLDS" TO WS-AUD-SECTION
007780                 MOVE FS-MVH    TO WS-AUD-STATUS
007790                 PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
007800             END-IF
007810     END-EVALUATE.
007820 2300-EXIT.
007830     EXIT.
007840*-----------------------------------------------------------------
007850* 2310-BUILD-ITEM THRU 2310-EXIT.
007860* FILLS A FRESH, UNDECIDED QUEUE ENTRY FOR THE BALANCE IN HAND.
007870*-----------------------------------------------------------------
007880 2310-BUILD-ITEM.
007890     MOVE SPACES            TO MVQ-RECORD
007900     MOVE WS-CUR-ACCOUNT    TO MVQ-ACCOUNT
007910     MOVE WS-CUR-EFF-DATE   TO MVQ-EFF-DATE
007920     MOVE WS-BUS-DATE       TO MVQ-BUS-DATE
007930     MOVE WS-CUR-BRANCH     TO MVQ-BRANCH
007940     MOVE WS-CUR-SRC-BRANCH TO MVQ-SOURCE-BRANCH
007950     MOVE WS-REASON-CODE    TO MVQ-REASON-CODE
007960     MOVE WS-PRIOR-EFF-DATE TO MVQ-PRIOR-EFF-DATE
007970     MOVE WS-PRIOR-VALUE    TO MVQ-PRIOR-VALUE
007980     MOVE WS-CUR-VALUE      TO MVQ-NEW-VALUE
007990     MOVE WS-MOVE           TO MVQ-MOVEMENT
008000     MOVE WS-CUR-CURRENCY   TO MVQ-CURRENCY
008010     MOVE WS-CUR-ORIG       TO MVQ-ORIG-AMOUNT
008020     ACCEPT MVQ-QUEUED-DATE FROM DATE YYYYMMDD
008030     ACCEPT MVQ-QUEUED-TIME FROM TIME
008040     SET MVQ-UNDECIDED      TO TRUE.
008050 2310-EXIT.
008060     EXIT.
008070*-----------------------------------------------------------------
008080* 9000-WRITE-AUDIT THRU 9000-EXIT.
008090*-----------------------------------------------------------------
008100 9000-WRITE-AUDIT.
008110     ACCEPT AUD-DATE FROM DATE YYYYMMDD
008120     ACCEPT AUD-TIME FROM TIME
008130     MOVE "PKMVSC01"       TO AUD-PROGRAM
008140     MOVE WS-AUD-OPERATION TO AUD-OPERATION
008150     MOVE WS-AUD-SECTION   TO AUD-SECTION
008160     MOVE WS-SCREENED-CT   TO AUD-WS-I
008170     MOVE WS-AUD-STATUS    TO AUD-STATUS
008180     WRITE AUDIT-RECORD
008190     IF NOT FS-AUDIT-OK
008200         DISPLAY "WRITE AUDITLOG"
008210         DISPLAY FS-AUDIT
008220     END-IF.
008230 9000-EXIT.
008240     EXIT.
008250 END PROGRAM PKMVSC01.
