000274*                  PKRCYC01 LATE CYCLE, LEAVING THE WEEKEND AND
000275*                  HOLIDAY PROTECTIONS IN FORCE - THE ROUTINE
000276*                  RECYCLE NO LONGER LEANS ON THE BLUNT OVERRIDE.
000277*   2026-10-15 RO  AFTER A CLEAN VERIFY THE DRIVER NOW CALLS
000278*                  PKMVSC01, THE UNUSUAL MOVEMENT SCREEN, BEFORE
000279*                  THE PUBLISH. WHILE ANY FLAGGED BALANCE IN THE
000280*                  FEED IS UNDECIDED ON REVIEW-QUEUE.DAT THE FEED
000281*                  IS NOT PUBLISHED, NO TOKEN IS CUT, THE WORK
000282*                  FILE IS KEPT AND THE PUBLISH RC IS 4; THE DESK
000283*                  WORKS THE QUEUE WITH PKMREV01 AND THE DRIVER IS
000284*                  RERUN. BALANCES THE DESK HELD (MOVEMENT-HOLDS)
000285*                  ARE LEFT OUT OF YOUR-FILE.TXT IN EVERY SECTION,
000286*                  TAKEN OUT OF THE SENDING BRANCH'S SUBTOTAL, THE
000287*                  TRAILER COUNTS AND CONTROL TOTAL, THE TOKEN AND
000288*                  REGISTRY, AND LOGGED TO MOVEMENT-HELD-LOG.TXT.
000289*   2026-10-15 RO  STOP RUN REPLACED WITH GOBACK SO THE
000290*                  PKJCTL01 JOB STREAM CONTROLLER CAN CALL THIS
000291*                  PROGRAM AS A STEP AND RECORD ITS RETURN-CODE.
000292*                  A STAND-ALONE INVOCATION BEHAVES AS BEFORE.
000293******************************************************************
000294 IDENTIFICATION DIVISION.
000295 PROGRAM-ID. PKDRV01.
000296 ENVIRONMENT DIVISION.
000297 INPUT-OUTPUT SECTION.
000298 FILE-CONTROL.
000299     SELECT REGISTRY ASSIGN "run-registry.txt"
000300         ORGANIZATION SEQUENTIAL
000310         ACCESS MODE IS SEQUENTIAL
000320         FILE STATUS IS FS-REG.
000487         ORGANIZATION SEQUENTIAL
000488         ACCESS MODE IS SEQUENTIAL
000489         FILE STATUS IS FS-CAL.
000490     SELECT MVHOLDS ASSIGN "movement-holds.txt"
000491         ORGANIZATION SEQUENTIAL
000492         ACCESS MODE IS SEQUENTIAL
000493         FILE STATUS IS FS-MVH.
000494     SELECT MVHLOG ASSIGN "movement-held-log.txt"
000495         ORGANIZATION SEQUENTIAL
000496         ACCESS MODE IS SEQUENTIAL
000497         FILE STATUS IS FS-MVHL.
000498 DATA DIVISION.
000500 FILE SECTION.
000510 FD  REGISTRY
000520     RECORDING MODE IS F.
000658 FD  CALFILE
000659     RECORDING MODE IS F.
000661     COPY CALREC.
000662*-----------------------------------------------------------------
000663* HELD MOVEMENTS FROM PKMVSC01, AND THE PERMANENT LOG OF EVERY ONE
000664* WITHHELD FROM A PUBLISHED FEED - RUN NUMBER, BUSINESS DATE,
000665* PUBLISH DATE AND THE QUEUE ENTRY WITH THE DESK'S REASON.
000666*-----------------------------------------------------------------
000667 FD  MVHOLDS
000668     RECORDING MODE IS F.
000669     COPY MVQREC.
000670 FD  MVHLOG
000671     RECORDING MODE IS F.
000672 01  HLOG-RECORD.
000673     05  HLOG-RUN-NUMBER     PIC 9(05).
000674     05  HLOG-BUS-DATE       PIC X(08).
000675     05  HLOG-PUB-DATE       PIC X(08).
000676     05  HLOG-ITEM           PIC X(203).
000677 WORKING-STORAGE SECTION.
000678 01  FS-REG           PIC 9(02).
000680     88  FS-REG-OK                VALUE 00.
000690     88  FS-REG-EOF               VALUE 10.
000700 01  FS-FILEO         PIC 9(02).
000980     05  WS-REG-COUNT-REC3 PIC 9(05) VALUE 0.
000990     05  WS-REG-COUNT-REC4 PIC 9(05) VALUE 0.
001000 01  WS-QUAR-CT       PIC 9(07) VALUE 0.
001001*-----------------------------------------------------------------
001002* MOVEMENT SCREEN OUTCOME AND THE HELD BALANCES TO WITHHOLD.
001003*-----------------------------------------------------------------
001004 01  FS-MVH           PIC 9(02).
001005     88  FS-MVH-OK                VALUE 00.
001006     88  FS-MVH-EOF               VALUE 10.
001007 01  FS-MVHL          PIC 9(02).
001008     88  FS-MVHL-OK               VALUE 00.
001009 01  WS-MVSC-RC       PIC 9(04) VALUE 0.
001010 01  WS-PUB-TYPE      PIC X(01).
001011     88  WS-PUB-TYPE-DETAIL       VALUE '0' '1' '2' '3' '4'.
001012     88  WS-PUB-TYPE-REC4         VALUE '4'.
001013     88  WS-PUB-TYPE-SUBTOTAL     VALUE 'S'.
001014     88  WS-PUB-TYPE-TRAILER      VALUE 'T'.
001015 01  WS-HD-COUNT      PIC 9(04) VALUE 0.
001016 01  WS-HD-TABLE.
001017     05  WS-HD-ENTRY OCCURS 1000 TIMES.
001018         10  WS-HD-KEY.
001019             15  WS-HD-ACCOUNT    PIC X(10).
001020             15  WS-HD-EFF-DATE   PIC X(08).
001021         10  WS-HD-SRC-BRANCH     PIC X(04).
001022         10  WS-HD-SEEN-SW        PIC X(01).
001023             88  WS-HD-SEEN               VALUE 'Y'.
001024         10  WS-HD-VALUE          PIC S9(18).
001025         10  WS-HD-ITEM           PIC X(203).
001026 01  WS-HD-IX         PIC 9(04).
001027 01  WS-HD-HIT        PIC 9(04).
001028 01  WS-HELD-CT       PIC 9(05) VALUE 0.
001029 01  WS-HELD-TOTAL    PIC S9(18) VALUE 0.
001030*
001031 PROCEDURE DIVISION.
001032*-----------------------------------------------------------------
001040* 0000-MAINLINE.
001050*-----------------------------------------------------------------
001060 0000-MAINLINE.
001104     IF WS-BUSDATE-GOVERNED
001106         PERFORM 1070-CHECK-BUSINESS-DAY THRU 1070-EXIT
001108         IF RETURN-CODE NOT = 0
001109             GOBACK
001111         END-IF
001112     END-IF
001113     PERFORM 1100-CHECK-RESTART THRU 1100-EXIT
001210         MOVE RETURN-CODE TO WS-VRFY-RC
001220         DISPLAY "PKDRV01 PKVRFY01 RC=" WS-VRFY-RC
001222         IF WS-VRFY-RC = 0
001223             MOVE 0 TO RETURN-CODE
001224             CALL 'PKMVSC01'
001225             MOVE RETURN-CODE TO WS-MVSC-RC
001226             DISPLAY "PKDRV01 PKMVSC01 RC=" WS-MVSC-RC
001227             EVALUATE WS-MVSC-RC
001228                 WHEN 0
001229                     PERFORM 2500-PUBLISH-FEED THRU 2500-EXIT
001230                 WHEN 4
001231                     DISPLAY "PKDRV01 MOVEMENT REVIEW OPEN "
001232                         "- FEED NOT PUBLISHED, NO TOKEN CUT"
001233                     MOVE 4 TO WS-PUB-RC
001234                 WHEN OTHER
001235                     DISPLAY "PKDRV01 MOVEMENT SCREEN FAILED - "
001236                         "FEED NOT PUBLISHED, NO TOKEN CUT"
001237                     MOVE WS-MVSC-RC TO WS-PUB-RC
001238             END-EVALUATE
001239         ELSE
001240             DISPLAY "PKDRV01 VERIFY FAILED - FEED NOT "
001241                 "PUBLISHED, NO TOKEN CUT"
001242         END-IF
001243     ELSE
001244         DISPLAY "PKDRV01 CONVERTER FAILED - VERIFY SKIPPED, "
001250             "QUARANTINING YOUR-FILE-WORK.TXT"
001260         PERFORM 3000-QUARANTINE-FILEO THRU 3000-EXIT
001270     END-IF
001342             MOVE WS-PUB-RC TO RETURN-CODE
001343         END-IF
001350     END-IF
001360     GOBACK.
001370*-----------------------------------------------------------------
001380* 1000-NEXT-RUN-NUMBER THRU 1000-EXIT.
001390* THE NEXT RUN NUMBER IS ONE PAST THE LAST RECORD ALREADY IN THE
003055* NEVER BE REPUBLISHED, AND THE READY TOKEN IS CUT CARRYING THE
003056* RUN NUMBER, TRAILER COUNTS AND CONTROL TOTAL FOR THE
003057* DOWNSTREAM PICKUP TO CONSUME.
003058* BALANCES THE MOVEMENT REVIEW HELD ARE LEFT OUT OF THE COPY IN
003059* EVERY SECTION AND TAKEN OUT OF THE SUBTOTAL AND TRAILER THEY
003060* WERE COUNTED IN, SO THE PUBLISHED FILE STILL RECONCILES; THE
003061* TOKEN AND THE REGISTRY CARRY THE PUBLISHED FIGURES, AND EACH
003062* HELD BALANCE IS LOGGED BEFORE THE WORK FILE IS TRUNCATED.
003063*-----------------------------------------------------------------
003064 2500-PUBLISH-FEED.
003065     MOVE 0 TO WS-PUB-CT
003066     MOVE 'N' TO WS-PUB-FAIL-SW
003067     MOVE 0 TO WS-HELD-CT
003068     MOVE 0 TO WS-HELD-TOTAL
003069     PERFORM 2550-LOAD-HOLDS THRU 2550-EXIT
003070     IF WS-PUB-FAILED
003071         DISPLAY "PKDRV01 PUBLISH FAILED - WORK FILE KEPT, "
003072             "NO TOKEN CUT"
003073         GO TO 2500-EXIT
003074     END-IF
003075     OPEN INPUT FILEO
003076     IF NOT FS-FILEO-OK
003077         DISPLAY "OPEN FILEO"
003078         DISPLAY FS-FILEO
003079         MOVE FS-FILEO TO WS-PUB-RC
003080         DISPLAY "PKDRV01 PUBLISH FAILED - WORK FILE KEPT, "
003081             "NO TOKEN CUT"
003082         GO TO 2500-EXIT
003083     END-IF
003084     OPEN OUTPUT PUBF
003085     IF NOT FS-PUB-OK
003086         DISPLAY "OPEN PUBF"
003087         DISPLAY FS-PUB
003088         MOVE FS-PUB TO WS-PUB-RC
003089         CLOSE FILEO
003090         DISPLAY "PKDRV01 PUBLISH FAILED - WORK FILE KEPT, "
003091             "NO TOKEN CUT"
003092         GO TO 2500-EXIT
003093     END-IF
003094     PERFORM 3010-READ-FILEO-RAW THRU 3010-EXIT
003095     PERFORM UNTIL FS-FILEO-EOF OR WS-PUB-FAILED
003096         PERFORM 2520-SCREEN-RECORD THRU 2520-EXIT
003097         IF WS-HD-HIT > 0
003098             PERFORM 3010-READ-FILEO-RAW THRU 3010-EXIT
003099         ELSE
003100             MOVE FILEO-RECORD TO PUB-REC
003101             WRITE PUB-REC
003102             IF NOT FS-PUB-OK
003103                 DISPLAY "WRITE PUBF"
003104                 DISPLAY FS-PUB
003105                 MOVE FS-PUB TO WS-PUB-RC
003106                 SET WS-PUB-FAILED TO TRUE
003107             ELSE
003108                 ADD 1 TO WS-PUB-CT
003109                 PERFORM 3010-READ-FILEO-RAW THRU 3010-EXIT
003110             END-IF
003111         END-IF
003112     END-PERFORM
003113     CLOSE FILEO
003114     CLOSE PUBF
003115     IF WS-HELD-CT > 0 AND NOT WS-PUB-FAILED
003116         PERFORM 2570-LOG-HELD THRU 2570-EXIT
003117     END-IF
003118     IF WS-PUB-FAILED
003119         DISPLAY "PKDRV01 PUBLISH FAILED - WORK FILE KEPT, "
003120             "NO TOKEN CUT"
003121         GO TO 2500-EXIT
003122     END-IF
003123     OPEN OUTPUT FILEO
003124     CLOSE FILEO
003125     IF WS-HELD-CT > 0
003126         SUBTRACT WS-HELD-CT FROM WS-REG-COUNT-REC
003127             WS-REG-COUNT-REC1 WS-REG-COUNT-REC2
003128             WS-REG-COUNT-REC3 WS-REG-COUNT-REC4
003129         SUBTRACT WS-HELD-TOTAL FROM WS-TRL-CONTROL-TOTAL
003130         DISPLAY "PKDRV01 WITHHELD " WS-HELD-CT
003131             " BALANCE(S) HELD BY THE MOVEMENT REVIEW"
003132     END-IF
003133     PERFORM 2600-WRITE-TOKEN THRU 2600-EXIT
003134     DISPLAY "PKDRV01 PUBLISHED " WS-PUB-CT
003135         " RECORDS TO your-file.txt".
003136 2500-EXIT.
003137     EXIT.
003138*-----------------------------------------------------------------
003139* 2600-WRITE-TOKEN THRU 2600-EXIT.
003140*-----------------------------------------------------------------
003141 2600-WRITE-TOKEN.
003142     OPEN OUTPUT TOKENF
003143     IF NOT FS-TOK-OK
003144         DISPLAY "OPEN TOKENF"
003145         DISPLAY FS-TOK
003146         MOVE FS-TOK TO WS-PUB-RC
003147         GO TO 2600-EXIT
003148     END-IF
003149     MOVE WS-RUN-NUMBER        TO TOK-RUN-NUMBER
003150     MOVE WS-BUS-DATE          TO TOK-BUS-DATE
003151     ACCEPT TOK-PUB-DATE FROM DATE YYYYMMDD
003152     ACCEPT TOK-PUB-TIME FROM TIME
003153     MOVE WS-REG-RECORDS-IN    TO TOK-RECORDS-IN
003154     MOVE WS-REG-COUNT-REC     TO TOK-COUNT-REC
003155     MOVE WS-REG-COUNT-REC1    TO TOK-COUNT-REC1
003156     MOVE WS-REG-COUNT-REC2    TO TOK-COUNT-REC2
003157     MOVE WS-REG-COUNT-REC3    TO TOK-COUNT-REC3
003158     MOVE WS-REG-COUNT-REC4    TO TOK-COUNT-REC4
003159     MOVE WS-TRL-CONTROL-TOTAL TO TOK-CONTROL-TOTAL
003160     WRITE TOKEN-RECORD
003161     IF NOT FS-TOK-OK
003162         DISPLAY "WRITE TOKENF"
003163         DISPLAY FS-TOK
003164         MOVE FS-TOK TO WS-PUB-RC
003165     END-IF
003166     CLOSE TOKENF.
003167 2600-EXIT.
003168     EXIT.
003169*-----------------------------------------------------------------
003170* 1095-CHECK-MERGE-NIGHT THRU 1095-EXIT.
003171* A NON-EMPTY MERGE-LIST.TXT MEANS THE SCHEDULER RAN THE
003172* PARALLEL CONVERTER INSTANCES AHEAD OF THIS STEP AND THE WORK
003173* FILE IS BUILT BY THE MERGE, NOT BY A CONVERTER CALL.
003174*-----------------------------------------------------------------
003175 1095-CHECK-MERGE-NIGHT.
003176     OPEN INPUT MRGLIST
003177     IF NOT FS-MLST-OK
003178         GO TO 1095-EXIT
003179     END-IF
003180     READ MRGLIST
003181         AT END
003182             CONTINUE
003183         NOT AT END
003184             SET WS-MERGE-NIGHT TO TRUE
003185     END-READ
003186     CLOSE MRGLIST.
003187 1095-EXIT.
003188     EXIT.
003189*-----------------------------------------------------------------
003190* 3010-READ-FILEO-RAW THRU 3010-EXIT.
003191* PLAIN READ FOR THE QUARANTINE COPY - NO CODEPAGE TRANSLATION,
003192* SO YOUR-FILE-FAILED.TXT IS BYTE FOR BYTE THE FILE THE
003193* CONVERTER ACTUALLY PRODUCED, WHICH IS THE WHOLE POINT OF
003194* KEEPING IT FOR THE INCIDENT WRITE-UP.
003195*-----------------------------------------------------------------
003196 3010-READ-FILEO-RAW.
003197     READ FILEO
003198         AT END
003199             MOVE 10 TO FS-FILEO
003200     END-READ.
003201 3010-EXIT.
003202     EXIT.
003203*-----------------------------------------------------------------
003204* 4000-WRITE-REGISTRY THRU 4000-EXIT.
003205*-----------------------------------------------------------------
003206 4000-WRITE-REGISTRY.
003210     OPEN EXTEND REGISTRY
003220     IF FS-REG = 35
003230         OPEN OUTPUT REGISTRY
003490     CLOSE REGISTRY.
003500 4000-EXIT.
003510     EXIT.
003520*-----------------------------------------------------------------
003530* 2520-SCREEN-RECORD THRU 2520-EXIT.
003540* SETS WS-HD-HIT FOR A DETAIL RECORD OF A HELD BALANCE (ANY
003550* SECTION), TALLYING THE BASE VALUE OFF ITS FILEO-REC4. THE
003560* SUBTOTALS AND TRAILER COME AFTER THE LAST DETAIL, SO BY THEN
003570* EVERY HELD BALANCE HAS BEEN SEEN. A HELD BALANCE COMES OUT OF
003580* THE SUBTOTAL OF THE SOURCE BRANCH THAT SENT IT (SPACES ON A
003590* ONE-FILE RUN), NOT ITS MASTER BRANCH. THE TYPE BYTE IS
003600* TRANSLATED IN A COPY SO THE RECORD GOES OUT IN ITS OWN CODEPAGE.
003610*-----------------------------------------------------------------
003620 2520-SCREEN-RECORD.
003630     MOVE 0 TO WS-HD-HIT
003640     IF WS-HD-COUNT = 0
003650         GO TO 2520-EXIT
003660     END-IF
003670     MOVE FILEO-REC-TYPE TO WS-PUB-TYPE
003680     IF WS-CODEPAGE-IS-EBCDIC
003690         INSPECT WS-PUB-TYPE CONVERTING WS-CP-EBCDIC-CHARS
003700             TO WS-CP-ASCII-CHARS
003710     END-IF
003720     EVALUATE TRUE
003730         WHEN WS-PUB-TYPE-DETAIL
003740             PERFORM VARYING WS-HD-IX FROM 1 BY 1
003750                     UNTIL WS-HD-IX > WS-HD-COUNT OR WS-HD-HIT > 0
003760                 IF WS-HD-ACCOUNT(WS-HD-IX) = FILEO-ACCOUNT
003770                         AND WS-HD-EFF-DATE(WS-HD-IX)
003780                      = FILEO-EFF-DATE
003790                     MOVE WS-HD-IX TO WS-HD-HIT
003800                 END-IF
003810             END-PERFORM
003820             IF WS-HD-HIT > 0 AND WS-PUB-TYPE-REC4
003830                     AND NOT WS-HD-SEEN(WS-HD-HIT)
003840                 SET WS-HD-SEEN(WS-HD-HIT) TO TRUE
003850                 MOVE FILEO-REC4 TO WS-HD-VALUE(WS-HD-HIT)
003860                 ADD 1 TO WS-HELD-CT
003870                 ADD FILEO-REC4 TO WS-HELD-TOTAL
003880             END-IF
003890         WHEN WS-PUB-TYPE-SUBTOTAL
003900             PERFORM VARYING WS-HD-IX FROM 1 BY 1
003910                     UNTIL WS-HD-IX > WS-HD-COUNT
003920                 IF WS-HD-SEEN(WS-HD-IX)
003930                         AND WS-HD-SRC-BRANCH(WS-HD-IX)
003940                      = FILEO-SUB-BRANCH
003950                         AND FILEO-SUB-COUNT > 0
003960                     SUBTRACT 1 FROM FILEO-SUB-COUNT
003970                     SUBTRACT WS-HD-VALUE(WS-HD-IX)
003980                         FROM FILEO-SUB-AMOUNT
003990                 END-IF
004000             END-PERFORM
004010         WHEN WS-PUB-TYPE-TRAILER
004020             SUBTRACT WS-HELD-CT FROM FILEO-TRL-COUNT-REC
004030                 FILEO-TRL-COUNT-REC1 FILEO-TRL-COUNT-REC2
004040                 FILEO-TRL-COUNT-REC3 FILEO-TRL-COUNT-REC4
004050             SUBTRACT WS-HELD-TOTAL FROM FILEO-TRL-CONTROL-TOTAL
004060     END-EVALUATE.
004070 2520-EXIT.
004080     EXIT.
004090*-----------------------------------------------------------------
004100* 2550-LOAD-HOLDS THRU 2550-EXIT.
004110* LOADS MOVEMENT-HOLDS.TXT, REBUILT BY PKMVSC01 ON THIS RUN. NO
004120* FILE MEANS NOTHING IS HELD.
004130*-----------------------------------------------------------------
004140 2550-LOAD-HOLDS.
004150     MOVE 0 TO WS-HD-COUNT
004160     OPEN INPUT MVHOLDS
004170     IF NOT FS-MVH-OK
004180         GO TO 2550-EXIT
004190     END-IF
004200     PERFORM 2560-READ-HOLDS THRU 2560-EXIT
004210     PERFORM UNTIL FS-MVH-EOF
004220         IF WS-HD-COUNT >= 1000
004230             DISPLAY "MOVEMENT-HOLDS.TXT EXCEEDS WS-HD-TABLE "
004240                 "CAPACITY OF 1000"
004250             MOVE 99 TO WS-PUB-RC
004260             SET WS-PUB-FAILED TO TRUE
004270             CLOSE MVHOLDS
004280             GO TO 2550-EXIT
004290         END-IF
004300         ADD 1 TO WS-HD-COUNT
004310         MOVE MVQ-ACCOUNT  TO WS-HD-ACCOUNT(WS-HD-COUNT)
004320         MOVE MVQ-EFF-DATE TO WS-HD-EFF-DATE(WS-HD-COUNT)
004330         MOVE MVQ-SOURCE-BRANCH TO WS-HD-SRC-BRANCH(WS-HD-COUNT)
004340         MOVE 'N'          TO WS-HD-SEEN-SW(WS-HD-COUNT)
004350         MOVE 0            TO WS-HD-VALUE(WS-HD-COUNT)
004360         MOVE MVQ-RECORD   TO WS-HD-ITEM(WS-HD-COUNT)
004370         PERFORM 2560-READ-HOLDS THRU 2560-EXIT
004380     END-PERFORM
004390     CLOSE MVHOLDS.
004400 2550-EXIT.
004410     EXIT.
004420*-----------------------------------------------------------------
004430* 2560-READ-HOLDS THRU 2560-EXIT.
004440*-----------------------------------------------------------------
004450 2560-READ-HOLDS.
004460     READ MVHOLDS
004470         AT END
004480             MOVE 10 TO FS-MVH
004490     END-READ.
004500 2560-EXIT.
004510     EXIT.
004520*-----------------------------------------------------------------
004530* 2570-LOG-HELD THRU 2570-EXIT.
004540* ONE LOG LINE PER BALANCE ACTUALLY WITHHELD TONIGHT. A LOG THAT
004550* CANNOT BE WRITTEN FAILS THE PUBLISH LIKE ANY OTHER WRITE - A
004560* WITHHELD BALANCE MUST NEVER GO UNRECORDED.
004570*-----------------------------------------------------------------
004580 2570-LOG-HELD.
004590     OPEN EXTEND MVHLOG
004600     IF FS-MVHL = 35
004610         OPEN OUTPUT MVHLOG
004620     END-IF
004630     IF NOT FS-MVHL-OK
004640         DISPLAY "OPEN MVHLOG"
004650         DISPLAY FS-MVHL
004660         MOVE FS-MVHL TO WS-PUB-RC
004670         SET WS-PUB-FAILED TO TRUE
004680         GO TO 2570-EXIT
004690     END-IF
004700     PERFORM VARYING WS-HD-IX FROM 1 BY 1
004710             UNTIL WS-HD-IX > WS-HD-COUNT OR WS-PUB-FAILED
004720         IF WS-HD-SEEN(WS-HD-IX)
004730             MOVE WS-RUN-NUMBER       TO HLOG-RUN-NUMBER
004740             MOVE WS-BUS-DATE         TO HLOG-BUS-DATE
004750             ACCEPT HLOG-PUB-DATE FROM DATE YYYYMMDD
004760             MOVE WS-HD-ITEM(WS-HD-IX) TO HLOG-ITEM
004770             WRITE HLOG-RECORD
004780             IF NOT FS-MVHL-OK
004790                 DISPLAY "WRITE MVHLOG"
004800                 DISPLAY FS-MVHL
004810                 MOVE FS-MVHL TO WS-PUB-RC
004820                 SET WS-PUB-FAILED TO TRUE
004830             END-IF
004840         END-IF
004850     END-PERFORM
004860     CLOSE MVHLOG.
004870 2570-EXIT.
004880     EXIT.
004890 END PROGRAM PKDRV01.
