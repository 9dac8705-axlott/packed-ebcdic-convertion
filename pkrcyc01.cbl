000200*             CORRECTION WAS ACCEPTED IS REWRITTEN WITH
000210*             REJ-STATUS CLOSED, SO IT CANNOT BE RECYCLED AND
000220*             POSTED A SECOND TIME.
000221*             A CORRECTION FOR AN ACCOUNT THE MASTER SHOWS
000222*             FROZEN IS HELD ON SUSPENSE-FILE.DAT, AS PKEDIT01
000223*             HOLDS A RAW RECORD, AND ITS REJECT IS CLOSED.
000224*             THE ENTRIES PKSREL01 LEFT ON RELEASE-LIST.TXT FOR
000225*             THIS BUSINESS DATE - FROZEN-ACCOUNT BALANCES
000226*             RELEASED FROM SUSPENSE - ARE COPIED ONTO THE END OF
000227*             SUPPLEMENTAL-LIST.TXT, SO THE SAME LATE CYCLE POSTS
000228*             THEM, AND EACH IS MARKED CARRIED ON SUSPENSE SO NO
000229*             LATER RUN CARRIES IT AGAIN. RUN PKSREL01 FIRST ON A
000230*             NIGHT ITS RELEASES SHOULD POST.
000231* LATE CYCLE. PKCONV01 AND PKVRFY01 READ ONLY THE
000232*             EXTRACT-LIST.TXT MANIFEST (OR AN INSTANCE SLICE OF
000233*             IT), NEVER SUPPLEMENTAL-LIST.TXT, SO THE LATE
000234*             CYCLE RUNS BY SWAPPING MANIFESTS - EXACTLY THIS,
000235*             IN THIS ORDER:
000236*             1. CONFIRM FEED-READY.TXT IS GONE: THE LEDGER MUST
000237*                COLLECT THE MAIN FEED BEFORE THE SUPPLEMENTAL
000238*                PUBLISH OVERWRITES YOUR-FILE.TXT.
000239*             2. SAVE THE MAIN MANIFEST: COPY EXTRACT-LIST.TXT
000240*                TO EXTRACT-LIST-MAIN.TXT.
000241*             3. COPY SUPPLEMENTAL-LIST.TXT OVER
000242*                EXTRACT-LIST.TXT.
000243*             4. SET BUSD-CYCLE-SW TO 'S' ON BUSDATE-CARD.TXT.
000244*                THE MAIN RUN FOR THE DATE IS ALREADY COMPLETE
000245*                ON THE REGISTRY, SO PKDRV01 WOULD OTHERWISE
000246*                REFUSE THE LATE RUN AS A DUPLICATE; THE FLAG
000247*                WAIVES ONLY THAT GATE, NOT THE WEEKEND AND
000248*                HOLIDAY PROTECTIONS THE BLUNT BUSD-OVERRIDE-SW
000249*                WOULD ALSO WAIVE.
000250*             5. RUN PKDRV01: CONVERT, VERIFY AND PUBLISH ALL
000251*                SEE THE SAME SUPPLEMENTAL MANIFEST, SO THE
000252*                SUBTOTALS AND TRAILER COVER EXACTLY THE
000253*                RECYCLED BALANCES.
000254*             6. CLEAR BUSD-CYCLE-SW AND RESTORE
000255*                EXTRACT-LIST.TXT FROM EXTRACT-LIST-MAIN.TXT
000256*                BEFORE THE NEXT NIGHT'S MAIN RUN.
000257* TECTONICS.  cobc -std=ibm.
000258*-----------------------------------------------------------------
000259* MODIFICATION HISTORY.
000260*   2026-09-03 RO  INITIAL VERSION.
000262*   2026-09-03 RO  CORRECTIONS ARE NOW CROSSED AGAINST THE
000264*                  INDEXED ACCOUNT MASTER THE SAME WAY PKEDIT01
000288*                  EMPTY, SO THE LATE CYCLE PROCEDURE CAN NEVER
000289*                  PICK UP THE PREVIOUS RUN'S MANIFEST AND
000291*                  RE-POST YESTERDAY'S CORRECTIONS.
000292*   2026-10-15 RO  SUPPLEMENTAL-LIST.TXT NOW ALSO CARRIES THE
000293*                  BRANCH RELEASE FILES THAT PKSREL01'S
000294*                  RELEASE-LIST.TXT NAMES FOR THIS BUSINESS DATE,
000295*                  ON THE FULL RUN AND ON EVERY EARLY EXIT. EACH
000296*                  BALANCE FOLDED IS MARKED CARRIED ON SUSPENSE
000297*                  AND A FILE ALREADY CARRIED IS NEVER FOLDED
000298*                  AGAIN. A CORRECTION FOR A FROZEN ACCOUNT GOES
000299*                  TO SUSPENSE, NOT THE LATE CYCLE.
000300*   2026-10-15 RO  STOP RUN REPLACED WITH GOBACK SO THE
000301*                  PKJCTL01 JOB STREAM CONTROLLER CAN CALL THIS
000302*                  PROGRAM AS A STEP AND RECORD ITS RETURN-CODE.
000303*                  A STAND-ALONE INVOCATION BEHAVES AS BEFORE.
000304******************************************************************
000305 IDENTIFICATION DIVISION.
000306 PROGRAM-ID. PKRCYC01.
000307 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT REJECTS ASSIGN "reject-file.txt"
000460         ORGANIZATION SEQUENTIAL
000470         ACCESS MODE IS SEQUENTIAL
000480         FILE STATUS IS FS-SLST.
000482     SELECT SUSPLOG ASSIGN "suspense-log.txt"
000484         ORGANIZATION SEQUENTIAL
000486         ACCESS MODE IS SEQUENTIAL
000488         FILE STATUS IS FS-SLOG.
000490     SELECT EXCPF ASSIGN "recycle-exceptions.txt"
000500         ORGANIZATION SEQUENTIAL
000510         ACCESS MODE IS SEQUENTIAL
000520         FILE STATUS IS FS-EXCP.
000521     SELECT SUSPFILE ASSIGN "suspense-file.dat"
000522         ORGANIZATION INDEXED
000523         ACCESS MODE IS DYNAMIC
000524         RECORD KEY IS SUSP-KEY
000525         FILE STATUS IS FS-SUSP.
000530     SELECT AUDITLOG ASSIGN "audit-log.txt"
000540         ORGANIZATION SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000572         ORGANIZATION SEQUENTIAL
000573         ACCESS MODE IS SEQUENTIAL
000574         FILE STATUS IS FS-BUSD.
000575     SELECT RELLIST ASSIGN "release-list.txt"
000576         ORGANIZATION SEQUENTIAL
000577         ACCESS MODE IS SEQUENTIAL
000578         FILE STATUS IS FS-RLST.
000579 DATA DIVISION.
000580 FILE SECTION.
000590*-----------------------------------------------------------------
000600* REJECTS - THE COMMON REJECT FILE PKEDIT01 WROTE, READ WHOLE AND
000950     RECORDING MODE IS F.
000960     COPY XLISTREC.
000970*-----------------------------------------------------------------
000971* SUSPENSE LOG - ONE 'H' LINE PER CORRECTION HELD, APPENDED.
000972*-----------------------------------------------------------------
000973 FD  SUSPLOG
000974     RECORDING MODE IS F.
000975     COPY SLOGREC.
000976*-----------------------------------------------------------------
000980* EXCEPTIONS - ONE LINE PER CORRECTION THAT COULD NOT BE
000990* RECYCLED, WITH THE SAME REASON CODES PKEDIT01 USES PLUS '90'
001000* (NO OUTSTANDING OPEN REJECT UNDER THAT BRANCH/SEQ) AND '91'
001150         88  RCX-ALREADY-CLOSED  VALUE '91'.
001160     05  RCX-DATA            PIC X(40).
001170*-----------------------------------------------------------------
001171* SUSPENSE - FROZEN-ACCOUNT BALANCES HELD, SHARED WITH PKEDIT01.
001172*-----------------------------------------------------------------
001173 FD  SUSPFILE.
001174     COPY SUSPREC.
001175*-----------------------------------------------------------------
001180* AUDIT LOG - ONE LINE PER NON-ZERO FILE STATUS.
001190*-----------------------------------------------------------------
001200 FD  AUDITLOG
001233 FD  BUSDCARD
001234     RECORDING MODE IS F.
001235     COPY BUSDREC.
001236*-----------------------------------------------------------------
001237* RELEASE LIST - PKSREL01'S DATED BRANCH RELEASE FILES, EACH A
001238* MANIFEST LINE COPIED ONTO THE SUPPLEMENTAL LIST.
001239*-----------------------------------------------------------------
001240 FD  RELLIST
001241     RECORDING MODE IS F.
001242     COPY RELLREC.
001243 WORKING-STORAGE SECTION.
001244 01  FS-REJ           PIC 9(02).
001250     88  FS-REJ-OK                VALUE 00.
001260     88  FS-REJ-EOF               VALUE 10.
001270 01  FS-CORR          PIC 9(02).
001290     88  FS-CORR-EOF              VALUE 10.
001300 01  FS-SUP           PIC 9(02).
001310     88  FS-SUP-OK                VALUE 00.
001315     88  FS-SUP-EOF               VALUE 10.
001320 01  FS-SLST          PIC 9(02).
001330     88  FS-SLST-OK               VALUE 00.
001340 01  FS-EXCP          PIC 9(02).
001387     88  WS-BUSDATE-GOVERNED      VALUE 'Y'.
001388 01  WS-CLEAN-NAME    PIC X(46).
001390 01  WS-SUP-RAW-NAME  PIC X(40).
001391 01  FS-RLST          PIC 9(02).
001392     88  FS-RLST-OK               VALUE 00.
001393     88  FS-RLST-EOF              VALUE 10.
001394 01  WS-RELEASE-CT    PIC 9(03) VALUE 0.
001395 01  WS-CARRIED-CT    PIC 9(07) VALUE 0.
001396 01  WS-RF-PEND-CT    PIC 9(07).
001397 01  WS-RF-CARR-CT    PIC 9(07).
001398 01  WS-RF-ODD-CT     PIC 9(07).
001399 01  WS-RF-PASS-SW    PIC X(01).
001400     88  WS-RF-COUNTING           VALUE 'C'.
001401     88  WS-RF-MARKING            VALUE 'M'.
001402 01  WS-RF-FAIL-SW    PIC X(01).
001403     88  WS-RF-FAILED             VALUE 'Y'.
001404*-----------------------------------------------------------------
001410* OUTSTANDING REJECTS, LOADED WHOLE SO STATUSES CAN BE UPDATED IN
001420* PLACE AND THE FILE REWRITTEN AT THE END OF THE RUN.
001430*-----------------------------------------------------------------
001520             88  WS-RJ-IS-OPEN        VALUE 'O'.
001530             88  WS-RJ-IS-CLOSED      VALUE 'C'.
001540 01  WS-R             PIC 9(04).
001541 01  FS-SUSP          PIC 9(02).
001542     88  FS-SUSP-OK               VALUE 00.
001543 01  FS-SLOG          PIC 9(02).
001544     88  FS-SLOG-OK               VALUE 00.
001545 01  WS-CYCLE-DATE    PIC X(08).
001550 01  WS-RJ-HIT        PIC 9(04).
001551 01  WS-FROZEN-SW     PIC X(01) VALUE 'N'.
001552     88  WS-CORR-FROZEN           VALUE 'Y'.
001553 01  WS-SUSP-FOUND-SW PIC X(01) VALUE 'N'.
001554     88  WS-SUSP-ON-FILE          VALUE 'Y'.
001555 01  WS-HELD-CT       PIC 9(07) VALUE 0.
001560*-----------------------------------------------------------------
001570* ACCEPTED CORRECTIONS, HELD UNTIL THE PER-BRANCH SUPPLEMENTAL
001580* FILES ARE WRITTEN IN ONE GROUPED PASS AT THE END.
001960         DISPLAY "OPEN AUDITLOG"
001970         DISPLAY FS-AUDIT
001980     END-IF
001981     PERFORM 1060-LOAD-BUSDATE THRU 1060-EXIT
001982     IF WS-BUSDATE-GOVERNED
001983         MOVE WS-BUS-DATE TO WS-CYCLE-DATE
001984     ELSE
001985         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
001986     END-IF
001990     PERFORM 1000-LOAD-REJECTS THRU 1000-EXIT
002000     IF RETURN-CODE NOT = 0
002005         PERFORM 3500-CLEAR-SUPLIST THRU 3500-EXIT
002040     IF NOT FS-CORR-OK
002050         DISPLAY "PKRCYC01 NO CORRECTIONS FILE (STATUS "
002060             FS-CORR ") - NOTHING TO RECYCLE"
002061         PERFORM 3500-CLEAR-SUPLIST THRU 3500-EXIT
002062         GO TO 0000-WRAP-UP
002063     END-IF
002064     PERFORM 1090-OPEN-SUSPENSE THRU 1090-EXIT
002065     IF RETURN-CODE NOT = 0
002066         CLOSE CORRF
002067         PERFORM 3500-CLEAR-SUPLIST THRU 3500-EXIT
002070         GO TO 0000-WRAP-UP
002080     END-IF
002090     OPEN OUTPUT EXCPF
002170         MOVE FS-EXCP    TO WS-AUD-STATUS
002180         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
002190         CLOSE CORRF
002191         CLOSE SUSPLOG
002192         CLOSE SUSPFILE
002195         PERFORM 3500-CLEAR-SUPLIST THRU 3500-EXIT
002200         GO TO 0000-WRAP-UP
002210     END-IF
002212     OPEN INPUT ACCTMAST
002214     IF FS-ACCT-OK
002216         SET WS-MASTER-AVAILABLE TO TRUE
002282     IF WS-MASTER-AVAILABLE
002284         CLOSE ACCTMAST
002286     END-IF
002287     CLOSE SUSPLOG
002288     CLOSE SUSPFILE
002290     CLOSE EXCPF
002300     PERFORM 3000-WRITE-SUPPLEMENTAL THRU 3000-EXIT
002310     PERFORM 4000-REWRITE-REJECTS THRU 4000-EXIT.
002340     DISPLAY "PKRCYC01 CORRECTIONS ACCEPTED: " WS-ACCEPT-CT
002350     DISPLAY "PKRCYC01 EXCEPTIONS:           " WS-EXCP-CT
002360     DISPLAY "PKRCYC01 REJECTS CLOSED:       " WS-CLOSED-CT
002362     DISPLAY "PKRCYC01 RELEASE FILES LISTED: " WS-RELEASE-CT
002364     DISPLAY "PKRCYC01 CORRECTIONS HELD:     " WS-HELD-CT
002366     DISPLAY "PKRCYC01 RELEASES CARRIED:     " WS-CARRIED-CT
002370     IF WS-EXCP-CT > 0 AND RETURN-CODE = 0
002380         MOVE 4 TO RETURN-CODE
002390     END-IF
002400     CLOSE AUDITLOG
002410     GOBACK.
002420*-----------------------------------------------------------------
002430* 1000-LOAD-REJECTS THRU 1000-EXIT.
002440* LOADS REJECT-FILE.TXT WHOLE. NO REJECT FILE MEANS THERE IS
003270         GO TO 2000-EXIT
003280     END-IF
003290     MOVE SPACES TO WS-REASON
003295     MOVE 'N' TO WS-FROZEN-SW
003300     IF CORR-DATA = SPACES
003310         MOVE '03' TO WS-REASON
003320         GO TO 2000-ROUTE
003492             INVALID KEY
003493                 MOVE '06' TO WS-REASON
003494             NOT INVALID KEY
003496                 PERFORM 2050-ACCOUNT-STATUS THRU 2050-EXIT
003498         END-READ
003499     END-IF.
003500 2000-ROUTE.
003580* 2100-ACCEPT-CORRECTION THRU 2100-EXIT.
003590* FOLDS AN ACCEPTED CORRECTION INTO THE PER-BRANCH HOLDING TABLE
003600* AND CLOSES ITS REJECT IN PLACE. A TABLE PAST CAPACITY STOPS
003605* ACCEPTING RATHER THAN DROPPING CORRECTIONS SILENTLY. A FROZEN
003610* ACCOUNT'S CORRECTION IS HELD ON SUSPENSE INSTEAD.
003620*-----------------------------------------------------------------
003630 2100-ACCEPT-CORRECTION.
003632     IF WS-CORR-FROZEN
003634         PERFORM 2300-HOLD-CORRECTION THRU 2300-EXIT
003636         GO TO 2100-EXIT
003638     END-IF
003640     IF WS-AC-COUNT = 1000
003650         DISPLAY "CORRECTIONS EXCEED WS-AC-TABLE CAPACITY OF 1000"
003660         MOVE "READ " TO WS-AUD-OPERATION
004340             PERFORM 3100-WRITE-ONE-BRANCH THRU 3100-EXIT
004350         END-IF
004360     END-PERFORM
004365     PERFORM 3600-FOLD-RELEASES THRU 3600-EXIT
004370     CLOSE SUPLIST.
004380 3000-EXIT.
004390     EXIT.
005692* RUN WOULD RE-POST YESTERDAY'S CORRECTIONS - THE EXACT DOUBLE
005693* POST THE CLOSED-REJECT MARKING EXISTS TO PREVENT. THE STALE
005694* PER-BRANCH CLEAN FILES ARE HARMLESS ONCE THE MANIFEST NO
005700* LONGER NAMES THEM. TODAY'S SUSPENSE RELEASES ARE STILL FOLDED
005710* IN, SINCE THEY DO NOT DEPEND ON THE RECYCLE.
005720*-----------------------------------------------------------------
005730 3500-CLEAR-SUPLIST.
005740     OPEN OUTPUT SUPLIST
005750     IF NOT FS-SLST-OK
005760         DISPLAY "OPEN SUPLIST"
005770         DISPLAY FS-SLST
005780         MOVE FS-SLST TO RETURN-CODE
005790         GO TO 3500-EXIT
005800     END-IF
005810     PERFORM 3600-FOLD-RELEASES THRU 3600-EXIT
005820     CLOSE SUPLIST.
005830 3500-EXIT.
005840     EXIT.
005850*-----------------------------------------------------------------
005860* 3600-FOLD-RELEASES THRU 3600-EXIT.
005870* COPIES THE LINES OF RELEASE-LIST.TXT STAMPED WITH THIS RUN'S
005880* BUSINESS DATE ONTO THE OPEN SUPPLEMENTAL MANIFEST. A LIST LEFT
005890* FROM AN EARLIER DAY - PKSREL01 NOT RUN TONIGHT - IS SKIPPED LINE
005900* BY LINE. EVERY BALANCE FOLDED IS MARKED CARRIED ON SUSPENSE, THE
005910* WAY AN ACCEPTED CORRECTION CLOSES ITS REJECT, SO A RERUN OF THIS
005920* PROGRAM OR A LATER PKSREL01 NEVER CARRIES IT A SECOND TIME. NO
005930* LIST OR NO SUSPENSE FILE (STATUS 35) MEANS NOTHING WAS RELEASED.
005940*-----------------------------------------------------------------
005950 3600-FOLD-RELEASES.
005960     OPEN INPUT RELLIST
005970     IF NOT FS-RLST-OK
005980         DISPLAY "PKRCYC01 NO RELEASE LIST (STATUS " FS-RLST
005990             ") - NO SUSPENSE RELEASES"
006000         GO TO 3600-EXIT
006010     END-IF
006020     OPEN I-O SUSPFILE
006030     IF FS-SUSP = 35
006040         DISPLAY "PKRCYC01 NO SUSPENSE FILE - NO SUSPENSE "
006050             "RELEASES"
006060         CLOSE RELLIST
006070         GO TO 3600-EXIT
006080     END-IF
006090     IF NOT FS-SUSP-OK
006100         DISPLAY "OPEN SUSPFILE"
006110         DISPLAY FS-SUSP
006120         MOVE FS-SUSP TO RETURN-CODE
006130         DISPLAY "-"
006140         MOVE "OPEN " TO WS-AUD-OPERATION
006150         MOVE "SUSPFILE"  TO WS-AUD-SECTION
006160         MOVE FS-SUSP     TO WS-AUD-STATUS
006170         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
006180         CLOSE RELLIST
006190         GO TO 3600-EXIT
006200     END-IF
006210     PERFORM 3610-READ-RELLIST THRU 3610-EXIT
006220     PERFORM UNTIL FS-RLST-EOF
006230         IF RELL-RELEASE-DATE = WS-CYCLE-DATE
006240             PERFORM 3620-FOLD-ONE THRU 3620-EXIT
006250         END-IF
006260         PERFORM 3610-READ-RELLIST THRU 3610-EXIT
006270     END-PERFORM
006280     CLOSE SUSPFILE
006290     CLOSE RELLIST.
006300 3600-EXIT.
006310     EXIT.
006320*-----------------------------------------------------------------
006330* 3620-FOLD-ONE THRU 3620-EXIT.
006340* A RELEASE FILE IS FOLDED ONLY WHEN EVERY BALANCE ON IT IS STILL
006350* RELEASED AND UNCARRIED. ONE WHOSE BALANCES ARE ALL CARRIED WAS
006360* FOLDED BY AN EARLIER RUN AND IS PASSED OVER. ONE THAT MIXES
006370* CARRIED, HELD OR UNKNOWN ENTRIES WITH UNCARRIED ONES CANNOT BE
006380* FOLDED WITHOUT POSTING SOMETHING TWICE OR POSTING WHAT IS STILL
006390* HELD, SO IT IS LEFT OFF AND THE RUN ENDS RC 8 FOR THE DESK.
006400* THE BALANCES ARE MARKED CARRIED ONLY AFTER THE MANIFEST LINE IS
006410* WRITTEN.
006420*-----------------------------------------------------------------
006430 3620-FOLD-ONE.
006440     MOVE SPACES TO WS-CLEAN-NAME
006450     STRING "clean-" DELIMITED SIZE
006460         RELL-FILE-NAME DELIMITED " "
006470         INTO WS-CLEAN-NAME
006480     MOVE 0 TO WS-RF-PEND-CT
006490     MOVE 0 TO WS-RF-CARR-CT
006500     MOVE 0 TO WS-RF-ODD-CT
006510     SET WS-RF-COUNTING TO TRUE
006520     PERFORM 3630-PASS-FILE THRU 3630-EXIT
006530     IF WS-RF-FAILED
006540         GO TO 3620-EXIT
006550     END-IF
006560     IF WS-RF-PEND-CT = 0 AND WS-RF-ODD-CT = 0
006570         DISPLAY "PKRCYC01 " RELL-FILE-NAME
006580             " ALREADY CARRIED - NOT FOLDED AGAIN"
006590         GO TO 3620-EXIT
006600     END-IF
006610     IF WS-RF-CARR-CT > 0 OR WS-RF-ODD-CT > 0
006620         DISPLAY "PKRCYC01 " RELL-FILE-NAME " HAS "
006630             WS-RF-PEND-CT " UNCARRIED, " WS-RF-CARR-CT
006640             " CARRIED, " WS-RF-ODD-CT " NOT RELEASED - NOT "
006650             "FOLDED, DESK TO ADVISE"
006660         MOVE 8 TO RETURN-CODE
006670         GO TO 3620-EXIT
006680     END-IF
006690     MOVE RELL-BRANCH    TO XLIST-BRANCH
006700     MOVE RELL-FILE-NAME TO XLIST-FILE-NAME
006710     WRITE XLIST-RECORD
006720     IF NOT FS-SLST-OK
006730         DISPLAY "WRITE SUPLIST"
006740         DISPLAY FS-SLST
006750         MOVE FS-SLST TO RETURN-CODE
006760         DISPLAY "-"
006770         MOVE "WRITE"    TO WS-AUD-OPERATION
006780         MOVE "SUPLIST"  TO WS-AUD-SECTION
006790         MOVE FS-SLST    TO WS-AUD-STATUS
006800         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
006810         GO TO 3620-EXIT
006820     END-IF
006830     ADD 1 TO WS-RELEASE-CT
006840     SET WS-RF-MARKING TO TRUE
006850     PERFORM 3630-PASS-FILE THRU 3630-EXIT.
006860 3620-EXIT.
006870     EXIT.
006880*-----------------------------------------------------------------
006890* 3630-PASS-FILE THRU 3630-EXIT.
006900* ONE PASS OVER A BRANCH RELEASE FILE, READ THROUGH THE
006910* SUPPLEMENTAL CLEAN EXTRACT'S FD (THE SAME LAYOUT, AND CLOSED BY
006920* NOW), LOOKING EACH BALANCE UP ON SUSPENSE UNDER THE LIST LINE'S
006930* BRANCH - COUNTING ON THE FIRST PASS, MARKING ON THE SECOND.
006940*-----------------------------------------------------------------
006950 3630-PASS-FILE.
006960     MOVE 'N' TO WS-RF-FAIL-SW
006970     OPEN INPUT SUPCLEAN
006980     IF NOT FS-SUP-OK
006990         DISPLAY "OPEN SUPCLEAN " WS-CLEAN-NAME
007000         DISPLAY FS-SUP
007010         MOVE FS-SUP TO RETURN-CODE
007020         DISPLAY "-"
007030         MOVE "OPEN " TO WS-AUD-OPERATION
007040         MOVE "SUPCLEAN"  TO WS-AUD-SECTION
007050         MOVE FS-SUP      TO WS-AUD-STATUS
007060         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
007070         SET WS-RF-FAILED TO TRUE
007080         GO TO 3630-EXIT
007090     END-IF
007100     PERFORM 3640-READ-RELEASE THRU 3640-EXIT
007110     PERFORM UNTIL FS-SUP-EOF
007120         PERFORM 3650-TAKE-ONE THRU 3650-EXIT
007130         PERFORM 3640-READ-RELEASE THRU 3640-EXIT
007140     END-PERFORM
007150     CLOSE SUPCLEAN.
007160 3630-EXIT.
007170     EXIT.
007180*-----------------------------------------------------------------
007190* 3640-READ-RELEASE THRU 3640-EXIT.
007200*-----------------------------------------------------------------
007210 3640-READ-RELEASE.
007220     READ SUPCLEAN
007230         AT END
007240             MOVE 10 TO FS-SUP
007250     END-READ.
007260 3640-EXIT.
007270     EXIT.
007280*-----------------------------------------------------------------
007290* 3650-TAKE-ONE THRU 3650-EXIT.
007300* A REWRITE THAT FAILS LEAVES A BALANCE ON TONIGHT'S MANIFEST THAT
007310* SUSPENSE STILL SHOWS UNCARRIED. IT IS NAMED ON THE CONSOLE AND
007320* THE RUN ENDS ON THE FILE STATUS, SO THE DESK PUTS IT RIGHT
007330* BEFORE PKSREL01 RUNS AGAIN.
007340*-----------------------------------------------------------------
007350 3650-TAKE-ONE.
007360     MOVE FILEI-ACCOUNT  TO SUSP-ACCOUNT
007370     MOVE FILEI-EFF-DATE TO SUSP-EFF-DATE
007380     MOVE RELL-BRANCH    TO SUSP-BRANCH
007390     READ SUSPFILE
007400         INVALID KEY
007410             ADD 1 TO WS-RF-ODD-CT
007420             GO TO 3650-EXIT
007430     END-READ
007440     IF WS-RF-COUNTING
007450         EVALUATE TRUE
007460             WHEN SUSP-RELEASED
007470                 ADD 1 TO WS-RF-PEND-CT
007480             WHEN SUSP-CARRIED
007490                 ADD 1 TO WS-RF-CARR-CT
007500             WHEN OTHER
007510                 ADD 1 TO WS-RF-ODD-CT
007520         END-EVALUATE
007530         GO TO 3650-EXIT
007540     END-IF
007550     SET SUSP-CARRIED TO TRUE
007560     REWRITE SUSP-RECORD
007570     IF NOT FS-SUSP-OK
007580         DISPLAY "REWRITE SUSPFILE"
007590         DISPLAY FS-SUSP
007600         MOVE FS-SUSP TO RETURN-CODE
007610         DISPLAY "-"
007620         MOVE "REWRT"     TO WS-AUD-OPERATION
007630         MOVE "SUSPFILE"  TO WS-AUD-SECTION
007640         MOVE FS-SUSP     TO WS-AUD-STATUS
007650         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
007660         DISPLAY "PKRCYC01 ACCOUNT " SUSP-ACCOUNT
007670             " IS ON THE LATE CYCLE BUT NOT MARKED CARRIED - "
007680             "DESK TO ADVISE"
007690         GO TO 3650-EXIT
007700     END-IF
007710     ADD 1 TO WS-CARRIED-CT.
007720 3650-EXIT.
007730     EXIT.
007740*-----------------------------------------------------------------
007750* 3610-READ-RELLIST THRU 3610-EXIT.
007760*-----------------------------------------------------------------
007770 3610-READ-RELLIST.
007780     READ RELLIST
007790         AT END
007800             MOVE 10 TO FS-RLST
007810     END-READ.
007820 3610-EXIT.
007830     EXIT.
007840*-----------------------------------------------------------------
007850* 2050-ACCOUNT-STATUS THRU 2050-EXIT.
007860* THE MASTER STATUS OF A CORRECTION'S ACCOUNT, AS PKEDIT01 READS
007870* IT: CLOSED IS EXCEPTION '07'; FROZEN PASSES THE EDIT BUT IS
007880* FLAGGED SO 2100 HOLDS IT ON SUSPENSE INSTEAD OF POSTING IT.
007890*-----------------------------------------------------------------
007900 2050-ACCOUNT-STATUS.
007910     IF ACCT-IS-CLOSED
007920         MOVE '07' TO WS-REASON
007930     END-IF
007940     IF ACCT-IS-FROZEN
007950         SET WS-CORR-FROZEN TO TRUE
007960     END-IF.
007970 2050-EXIT.
007980     EXIT.
007990*-----------------------------------------------------------------
008000* 1090-OPEN-SUSPENSE THRU 1090-EXIT.
008010* OPENS THE SUSPENSE FILE (CREATED EMPTY ON FIRST USE, AS PKEDIT01
008020* DOES) AND THE SUSPENSE LOG. WITHOUT BOTH THERE IS NOWHERE TO
008030* PUT A FROZEN ACCOUNT'S CORRECTION BUT THE LATE CYCLE, SO THE RUN
008040* STOPS WITH THE FILE STATUS RATHER THAN POST WHAT COMPLIANCE HAS
008050* ASKED TO HOLD.
008060*-----------------------------------------------------------------
008070 1090-OPEN-SUSPENSE.
008080     OPEN I-O SUSPFILE
008090     IF FS-SUSP = 35
008100         OPEN OUTPUT SUSPFILE
008110         CLOSE SUSPFILE
008120         OPEN I-O SUSPFILE
008130     END-IF
008140     IF NOT FS-SUSP-OK
008150         DISPLAY "OPEN SUSPFILE"
008160         DISPLAY FS-SUSP
008170         MOVE FS-SUSP TO RETURN-CODE
008180         DISPLAY "-"
008190         MOVE "OPEN " TO WS-AUD-OPERATION
008200         MOVE "SUSPFILE"  TO WS-AUD-SECTION
008210         MOVE FS-SUSP     TO WS-AUD-STATUS
008220         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
008230         GO TO 1090-EXIT
008240     END-IF
008250     OPEN EXTEND SUSPLOG
008260     IF FS-SLOG = 35
008270         OPEN OUTPUT SUSPLOG
008280     END-IF
008290     IF NOT FS-SLOG-OK
008300         DISPLAY "OPEN SUSPLOG"
008310         DISPLAY FS-SLOG
008320         MOVE FS-SLOG TO RETURN-CODE
008330         DISPLAY "-"
008340         MOVE "OPEN " TO WS-AUD-OPERATION
008350         MOVE "SUSPLOG"   TO WS-AUD-SECTION
008360         MOVE FS-SLOG     TO WS-AUD-STATUS
008370         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
008380         CLOSE SUSPFILE
008390     END-IF.
008400 1090-EXIT.
008410     EXIT.
008420*-----------------------------------------------------------------
008430* 2300-HOLD-CORRECTION THRU 2300-EXIT.
008440* HOLDS AN ACCEPTED CORRECTION FOR A FROZEN ACCOUNT ON THE
008450* SUSPENSE FILE THE WAY PKEDIT01 HOLDS A RAW RECORD - KEYED BY
008460* ACCOUNT, EFFECTIVE DATE AND BRANCH, A KEY ALREADY HELD KEEPING
008470* ITS FIRST HELD DATE - AND LOGS THE HOLD. THE REJECT IS CLOSED
008480* ONLY ONCE THE BALANCE IS SAFELY HELD; PKSREL01 POSTS IT WHEN THE
008490* ACCOUNT IS UNFROZEN.
008500*-----------------------------------------------------------------
008510 2300-HOLD-CORRECTION.
008520     MOVE 'N' TO WS-SUSP-FOUND-SW
008530     MOVE CORR-ACCOUNT  TO SUSP-ACCOUNT
008540     MOVE CORR-EFF-DATE TO SUSP-EFF-DATE
008550     MOVE CORR-BRANCH   TO SUSP-BRANCH
008560     READ SUSPFILE
008570         INVALID KEY
008580             MOVE WS-CYCLE-DATE TO SUSP-HELD-DATE
008590         NOT INVALID KEY
008600             SET WS-SUSP-ON-FILE TO TRUE
008610             IF NOT SUSP-HELD
008620                 MOVE WS-CYCLE-DATE TO SUSP-HELD-DATE
008630             END-IF
008640     END-READ
008650     MOVE CORR-ACCOUNT   TO SUSP-ACCOUNT
008660     MOVE CORR-EFF-DATE  TO SUSP-EFF-DATE
008670     MOVE CORR-BRANCH    TO SUSP-BRANCH
008680     MOVE CORR-ACCOUNT   TO SUSP-I-ACCOUNT
008690     MOVE CORR-EFF-DATE  TO SUSP-I-EFF-DATE
008700     IF CORR-CURRENCY = SPACES
008710         MOVE WS-BASE-CURRENCY TO SUSP-CURRENCY
008720     ELSE
008730         MOVE CORR-CURRENCY TO SUSP-CURRENCY
008740     END-IF
008750     MOVE CORR-SIGN-BYTE TO SUSP-SIGN-BYTE
008760     MOVE CORR-DIGITS    TO SUSP-DIGITS
008770     MOVE CORR-SEQ       TO SUSP-SEQ
008780     SET SUSP-HELD       TO TRUE
008790     MOVE SPACES         TO SUSP-RELEASE-DATE
008800     IF WS-SUSP-ON-FILE
008810         REWRITE SUSP-RECORD
008820     ELSE
008830         WRITE SUSP-RECORD
008840     END-IF
008850     IF NOT FS-SUSP-OK
008860         DISPLAY "WRITE SUSPFILE"
008870         DISPLAY FS-SUSP
008880         MOVE FS-SUSP TO RETURN-CODE
008890         DISPLAY "-"
008900         MOVE "WRITE"     TO WS-AUD-OPERATION
008910         MOVE "SUSPFILE"  TO WS-AUD-SECTION
008920         MOVE FS-SUSP     TO WS-AUD-STATUS
008930         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
008940         GO TO 2300-EXIT
008950     END-IF
008960     ADD 1 TO WS-HELD-CT
008970     MOVE 'C' TO WS-RJ-STATUS(WS-RJ-HIT)
008980     ADD 1 TO WS-CLOSED-CT
008990     MOVE SPACES         TO SLOG-RECORD
009000     SET SLOG-HOLD       TO TRUE
009010     ACCEPT SLOG-DATE FROM DATE YYYYMMDD
009020     ACCEPT SLOG-TIME FROM TIME
009030     MOVE "PKRCYC01"     TO SLOG-PROGRAM
009040     MOVE SUSP-ACCOUNT   TO SLOG-ACCOUNT
009050     MOVE SUSP-EFF-DATE  TO SLOG-EFF-DATE
009060     MOVE SUSP-BRANCH    TO SLOG-BRANCH
009070     MOVE SUSP-CURRENCY  TO SLOG-CURRENCY
009080     MOVE SUSP-VALUE     TO SLOG-VALUE
009090     MOVE SUSP-HELD-DATE TO SLOG-HELD-DATE
009100     WRITE SLOG-RECORD
009110     IF NOT FS-SLOG-OK
009120         DISPLAY "WRITE SUSPLOG"
009130         DISPLAY FS-SLOG
009140         MOVE FS-SLOG TO RETURN-CODE
009150         DISPLAY "-"
009160         MOVE "WRITE"     TO WS-AUD-OPERATION
009170         MOVE "SUSPLOG"   TO WS-AUD-SECTION
009180         MOVE FS-SLOG     TO WS-AUD-STATUS
009190         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
009200     END-IF.
009210 2300-EXIT.
009220     EXIT.
009230 END PROGRAM PKRCYC01.
