000326*                  EARLIER DATES FOR AN AUTHORIZED BACKDATED
000327*                  RERUN; NO CARD MEANS THE CLASSIC UNGOVERNED
000328*                  RUN, WITH A CONSOLE NOTE.
000329*   2026-10-15 RO  EVERY MANIFEST FILE NOW CARRIES A SENDER
000330*                  HEADER (BRANCH, BUSINESS DATE, FILE SEQUENCE)
000331*                  AND TRAILER (RECORD COUNT, HASH TOTAL) - SEE
000332*                  XMITREC. EACH FILE IS PROVED BEFORE ANY RECORD
000333*                  IS EDITED: A MISSING HEADER OR TRAILER, A
000334*                  COUNT OR HASH THAT DISAGREES, A DATE THAT IS
000335*                  NOT THE BUSINESS DATE, OR A SEQUENCE NUMBER
000336*                  THAT REPEATS OR SKIPS THE LAST ONE ON
000337*                  XMIT-CONTROL.TXT REFUSES THE WHOLE FILE. A
000338*                  REFUSED FILE GETS AN EMPTY CLEAN EXTRACT AND A
000339*                  LINE ON TRANSMISSION-EXCEPTIONS.TXT, AND THE
000340*                  RUN ENDS RC 8 SO THE BRANCH IS CALLED FOR A
000341*                  RESEND INSTEAD OF POSTING HALF A BRANCH.
000342*                  REJ-SEQ STILL COUNTS EVERY PHYSICAL RECORD,
000343*                  HEADER INCLUDED.
000344*   2026-10-15 RO  A RECORD FOR AN ACCOUNT THE MASTER SHOWS FROZEN
000345*                  IS NO LONGER POSTED. IT IS HELD WHOLE ON THE
000346*                  INDEXED SUSPENSE-FILE.DAT WITH ITS BRANCH, RAW
000347*                  RECORD NUMBER AND THE DATE HELD, AND EVERY HOLD
000348*                  IS LOGGED TO SUSPENSE-LOG.TXT. PKSREL01
000349*                  RELEASES THE BALANCE TO THE SUPPLEMENTAL CYCLE
000350*                  ONCE THE DESK UNFREEZES THE ACCOUNT. A HOLD IS
000351*                  NOT A REJECT AND DOES NOT RAISE THE RETURN
000352*                  CODE.
000353*   2026-10-15 RO  EACH BRANCH EXTRACT EDITED NOW APPENDS ITS
000354*                  REJECT COUNT TO REJECT-TALLY.TXT UNDER THE
000355*                  BUSINESS DATE AND CYCLE, SO THE MONTH-END
000356*                  CLOSE CAN COUNT A MONTH OF REJECTS THAT
000357*                  REJECT-FILE.TXT NO LONGER HOLDS. A TALLY THAT
000358*                  CANNOT BE OPENED IS A CONSOLE WARNING ONLY.
000359*   2026-10-15 RO  STOP RUN REPLACED WITH GOBACK SO THE
000360*                  PKJCTL01 JOB STREAM CONTROLLER CAN CALL THIS
000361*                  PROGRAM AS A STEP AND RECORD ITS RETURN-CODE.
000362*                  A STAND-ALONE INVOCATION BEHAVES AS BEFORE.
000363******************************************************************
000364 IDENTIFICATION DIVISION.
000365 PROGRAM-ID. PKEDIT01.
000366 ENVIRONMENT DIVISION.
000367 INPUT-OUTPUT SECTION.
000368 FILE-CONTROL.
000369     SELECT XLIST ASSIGN "extract-list.txt"
000370         ORGANIZATION SEQUENTIAL
000380         ACCESS MODE IS SEQUENTIAL
000390         FILE STATUS IS FS-XLIST.
000562         ORGANIZATION SEQUENTIAL
000563         ACCESS MODE IS SEQUENTIAL
000564         FILE STATUS IS FS-BUSD.
000565     SELECT XMITCTL ASSIGN "xmit-control.txt"
000566         ORGANIZATION SEQUENTIAL
000567         ACCESS MODE IS SEQUENTIAL
000568         FILE STATUS IS FS-XCTL.
000569     SELECT XMITEXC ASSIGN "transmission-exceptions.txt"
000570         ORGANIZATION SEQUENTIAL
000571         ACCESS MODE IS SEQUENTIAL
000572         FILE STATUS IS FS-XEXC.
000573     SELECT SUSPFILE ASSIGN "suspense-file.dat"
000574         ORGANIZATION INDEXED
000575         ACCESS MODE IS RANDOM
000576         RECORD KEY IS SUSP-KEY
000577         FILE STATUS IS FS-SUSP.
000578     SELECT REJTALLY ASSIGN "reject-tally.txt"
000579         ORGANIZATION SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000581         FILE STATUS IS FS-RJT.
000582     SELECT SUSPLOG ASSIGN "suspense-log.txt"
000583         ORGANIZATION SEQUENTIAL
000584         ACCESS MODE IS SEQUENTIAL
000585         FILE STATUS IS FS-SLOG.
000586 DATA DIVISION.
000587 FILE SECTION.
000588*-----------------------------------------------------------------
000590* OPTIONAL MANIFEST - ONE RAW EXTRACT PER BRANCH.
000600*-----------------------------------------------------------------
000610 FD  XLIST
000725     05  RAW-CURRENCY        PIC X(03).
000730     05  RAW-SIGN-BYTE       PIC X(01).
000740     05  RAW-DIGITS          PIC X(18).
000745     COPY XMITREC.
000750*-----------------------------------------------------------------
000760* CLEAN EXTRACT - SAME LAYOUT THE CONVERTER HAS ALWAYS READ.
000770*-----------------------------------------------------------------
001033 FD  BUSDCARD
001034     RECORDING MODE IS F.
001035     COPY BUSDREC.
001036*-----------------------------------------------------------------
001037* TRANSMISSION CONTROL - THE LAST FILE SEQUENCE NUMBER ACCEPTED
001038* FROM EACH BRANCH AND THE BUSINESS DATE IT WAS ACCEPTED FOR.
001039* READ WHOLE AND REWRITTEN WHOLE EVERY MANIFEST RUN.
001040*-----------------------------------------------------------------
001041 FD  XMITCTL
001042     RECORDING MODE IS F.
001043 01  XCTL-RECORD.
001044     05  XCTL-BRANCH         PIC X(04).
001045     05  XCTL-LAST-SEQ       PIC 9(06).
001046     05  XCTL-LAST-BUS-DATE  PIC X(08).
001047*-----------------------------------------------------------------
001048* TRANSMISSION EXCEPTIONS - ONE LINE PER REFUSED BRANCH FILE,
001049* WITH WHAT THE SENDER CLAIMED AND WHAT WAS FOUND, SO THE BRANCH
001050* CAN BE CALLED FOR A RESEND BEFORE THE WINDOW CLOSES.
001051*-----------------------------------------------------------------
001052 FD  XMITEXC
001053     RECORDING MODE IS F.
001054 01  XEXC-RECORD.
001055     05  XEXC-BRANCH         PIC X(04).
001056     05  XEXC-REASON         PIC X(02).
001057         88  XEXC-NO-HEADER      VALUE '21'.
001058         88  XEXC-NO-TRAILER     VALUE '22'.
001059         88  XEXC-WRONG-BRANCH   VALUE '23'.
001060         88  XEXC-COUNT-OFF      VALUE '24'.
001061         88  XEXC-HASH-OFF       VALUE '25'.
001062         88  XEXC-WRONG-BUS-DATE VALUE '26'.
001063         88  XEXC-SEQ-REPEATED   VALUE '27'.
001064         88  XEXC-SEQ-SKIPPED    VALUE '28'.
001065     05  XEXC-FILE-NAME      PIC X(40).
001066     05  XEXC-HDR-BUS-DATE   PIC X(08).
001067     05  XEXC-HDR-FILE-SEQ   PIC 9(06).
001068     05  XEXC-LAST-FILE-SEQ  PIC 9(06).
001069     05  XEXC-TRL-COUNT      PIC 9(07).
001070     05  XEXC-COUNTED        PIC 9(07).
001071     05  XEXC-TRL-HASH       PIC S9(18) SIGN LEADING SEPARATE.
001072     05  XEXC-COMPUTED-HASH  PIC S9(18) SIGN LEADING SEPARATE.
001073*-----------------------------------------------------------------
001074* SUSPENSE - FROZEN-ACCOUNT BALANCES HELD OFF THE CLEAN EXTRACT.
001075*-----------------------------------------------------------------
001076 FD  SUSPFILE.
001077     COPY SUSPREC.
001078*-----------------------------------------------------------------
001079* SUSPENSE LOG - ONE LINE PER HOLD, APPENDED.
001080*-----------------------------------------------------------------
001081 FD  SUSPLOG
001082     RECORDING MODE IS F.
001083     COPY SLOGREC.
001084*-----------------------------------------------------------------
001085* REJECT TALLY - ONE LINE PER BRANCH EXTRACT EDITED, APPENDED.
001086*-----------------------------------------------------------------
001087 FD  REJTALLY
001088     RECORDING MODE IS F.
001089     COPY REJTREC.
001090 WORKING-STORAGE SECTION.
001091 01  FS-XLIST         PIC 9(02).
001092     88  FS-XLIST-OK              VALUE 00.
001093     88  FS-XLIST-EOF             VALUE 10.
001094 01  FS-RAWIN         PIC 9(02).
001095     88  FS-RAWIN-OK              VALUE 00.
001096     88  FS-RAWIN-EOF             VALUE 10.
001100 01  FS-CLEAN         PIC 9(02).
001110     88  FS-CLEAN-OK              VALUE 00.
001120 01  FS-REJ           PIC 9(02).
001350 01  WS-AUD-OPERATION PIC X(05).
001360 01  WS-AUD-SECTION   PIC X(10).
001370 01  WS-AUD-STATUS    PIC 9(02).
001371*-----------------------------------------------------------------
001372* TRANSMISSION CONTROL - LOADED FROM XMIT-CONTROL.TXT, UPDATED AS
001373* EACH FILE IS ACCEPTED AND REWRITTEN AT THE END OF THE RUN. THE
001374* TAKEN SWITCH MARKS A BRANCH ALREADY ACCEPTED IN THIS RUN, SO A
001375* SECOND FILE CARRYING THE SAME SEQUENCE IN ONE MANIFEST IS A
001376* REPEAT, NOT A RE-EDIT.
001377*-----------------------------------------------------------------
001378 01  FS-XCTL          PIC 9(02).
001379     88  FS-XCTL-OK               VALUE 00.
001380     88  FS-XCTL-EOF              VALUE 10.
001381 01  FS-XEXC          PIC 9(02).
001382     88  FS-XEXC-OK               VALUE 00.
001383 01  WS-MANIFEST-SW   PIC X(01) VALUE 'N'.
001384     88  WS-MANIFEST-RUN          VALUE 'Y'.
001385 01  WS-XC-COUNT      PIC 9(03) VALUE 0.
001386 01  WS-XC-TABLE.
001387     05  WS-XC-ENTRY OCCURS 100 TIMES.
001388         10  WS-XC-BRANCH     PIC X(04).
001389         10  WS-XC-LAST-SEQ   PIC 9(06).
001390         10  WS-XC-LAST-BUS-DATE PIC X(08).
001391         10  WS-XC-RUN-SW     PIC X(01).
001392             88  WS-XC-TAKEN-THIS-RUN VALUE 'Y'.
001393 01  WS-XC-IX         PIC 9(03).
001394 01  WS-XC-HIT        PIC 9(03).
001395*-----------------------------------------------------------------
001396* THE BRANCH FILE IN FLIGHT - WHAT ITS HEADER AND TRAILER CLAIM
001397* AND WHAT THE PROVING PASS ACTUALLY FOUND.
001398*-----------------------------------------------------------------
001399 01  WS-XM-REASON     PIC X(02).
001400 01  WS-XM-HDR-BRANCH PIC X(04).
001401 01  WS-XM-HDR-BUS-DATE PIC X(08).
001402 01  WS-XM-HDR-SEQ    PIC 9(06).
001403 01  WS-XM-LAST-SEQ   PIC 9(06).
001404 01  WS-XM-EXPECTED-SEQ PIC 9(06).
001405 01  WS-XM-TRL-COUNT  PIC 9(07).
001406 01  WS-XM-TRL-HASH   PIC S9(18).
001407 01  WS-XM-COUNTED    PIC 9(07).
001408 01  WS-XM-HASH       PIC S9(18).
001409 01  WS-XM-HASH-SW    PIC X(01) VALUE 'N'.
001410     88  WS-XM-HASH-OVERFLOW      VALUE 'Y'.
001411 01  WS-XM-VALUE-CHAR.
001412     05  WS-XM-SIGN-BYTE  PIC X(01).
001413     05  WS-XM-DIGITS     PIC X(18).
001414 01  WS-XM-VALUE REDEFINES WS-XM-VALUE-CHAR
001415                      PIC S9(18) SIGN LEADING SEPARATE.
001416 01  WS-REFUSED-CT    PIC 9(03) VALUE 0.
001417*-----------------------------------------------------------------
001418* FROZEN-ACCOUNT SUSPENSE. THE HOLD DATE IS THE BUSINESS DATE, OR
001419* THE RUN DATE WHEN THE CARD DOES NOT GOVERN THE RUN.
001420*-----------------------------------------------------------------
001421 01  FS-SUSP          PIC 9(02).
001422     88  FS-SUSP-OK               VALUE 00.
001423 01  FS-SLOG          PIC 9(02).
001424     88  FS-SLOG-OK               VALUE 00.
001425 01  WS-FROZEN-SW     PIC X(01) VALUE 'N'.
001426     88  WS-ACCOUNT-FROZEN        VALUE 'Y'.
001427 01  WS-HOLD-DATE     PIC X(08).
001428 01  WS-SUSPENSE-SW   PIC X(01) VALUE 'N'.
001429     88  WS-SUSPENSE-OPEN         VALUE 'Y'.
001430 01  WS-SUSP-FOUND-SW PIC X(01) VALUE 'N'.
001431     88  WS-SUSP-ON-FILE          VALUE 'Y'.
001432 01  WS-HELD-CT       PIC 9(07) VALUE 0.
001433 01  FS-RJT           PIC 9(02).
001434     88  FS-RJT-OK                VALUE 00.
001435 01  WS-TALLY-SW      PIC X(01) VALUE 'N'.
001436     88  WS-TALLY-OPEN            VALUE 'Y'.
001437 01  WS-CYCLE-SW      PIC X(01) VALUE SPACES.
001438 01  WS-FILE-REJECT-CT PIC 9(07) VALUE 0.
001439*
001440 PROCEDURE DIVISION.
001441*-----------------------------------------------------------------
001442* 0000-MAINLINE.
001443*-----------------------------------------------------------------
001444 0000-MAINLINE.
001445     OPEN EXTEND AUDITLOG
001450     IF FS-AUDIT = 35
001460         OPEN OUTPUT AUDITLOG
001470     END-IF
001540         GO TO 0000-WRAP-UP
001550     END-IF
001551     PERFORM 1060-LOAD-BUSDATE THRU 1060-EXIT
001552     IF WS-MANIFEST-RUN
001553         PERFORM 1070-LOAD-XMIT-CONTROL THRU 1070-EXIT
001554         IF RETURN-CODE = 99
001555             GO TO 0000-WRAP-UP
001556         END-IF
001557         OPEN OUTPUT XMITEXC
001558         IF NOT FS-XEXC-OK
001559             DISPLAY "OPEN XMITEXC"
001560             DISPLAY FS-XEXC
001561             MOVE FS-XEXC TO RETURN-CODE
001562             DISPLAY "-"
001563             MOVE "OPEN " TO WS-AUD-OPERATION
001564             MOVE "XMITEXC"   TO WS-AUD-SECTION
001565             MOVE FS-XEXC     TO WS-AUD-STATUS
001566             PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
001567             GO TO 0000-WRAP-UP
001568         END-IF
001569     END-IF
001570     OPEN INPUT ACCTMAST
001571     IF FS-ACCT-OK
001572         SET WS-MASTER-AVAILABLE TO TRUE
001573     ELSE
001574         DISPLAY "PKEDIT01 NO ACCOUNT MASTER (STATUS " FS-ACCT
001575             ") - ACCOUNT CROSS-CHECK SKIPPED"
001576     END-IF
001577     OPEN OUTPUT REJECTS
001578     IF NOT FS-REJ-OK
001580         DISPLAY "OPEN REJECTS"
001590         DISPLAY FS-REJ
001600         MOVE FS-REJ TO RETURN-CODE
001650         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
001660         GO TO 0000-WRAP-UP
001670     END-IF
001671     PERFORM 1090-OPEN-SUSPENSE THRU 1090-EXIT
001672     IF NOT WS-SUSPENSE-OPEN
001673         CLOSE REJECTS
001674         IF WS-MASTER-AVAILABLE
001675             CLOSE ACCTMAST
001676         END-IF
001677         IF WS-MANIFEST-RUN
001678             CLOSE XMITEXC
001679         END-IF
001680         GO TO 0000-WRAP-UP
001681     END-IF
001682     OPEN EXTEND REJTALLY
001683     IF FS-RJT = 35
001684         OPEN OUTPUT REJTALLY
001685     END-IF
001686     IF FS-RJT-OK
001687         SET WS-TALLY-OPEN TO TRUE
001688     ELSE
001689         DISPLAY "PKEDIT01 NO REJECT TALLY (STATUS " FS-RJT
001690             ") - MONTH-END REJECT COUNT WILL BE SHORT"
001691     END-IF
001692     PERFORM VARYING WS-XL-IX FROM 1 BY 1
001693             UNTIL WS-XL-IX > WS-XL-COUNT
001700         PERFORM 1500-EDIT-ONE-FILE THRU 1500-EXIT
001710     END-PERFORM
001712     IF WS-MASTER-AVAILABLE
001714         CLOSE ACCTMAST
001716     END-IF
001717     IF WS-MANIFEST-RUN
001718         CLOSE XMITEXC
001719         PERFORM 1080-REWRITE-XMIT-CONTROL THRU 1080-EXIT
001720     END-IF
001721     CLOSE REJECTS
001722     CLOSE SUSPFILE
001723     IF WS-TALLY-OPEN
001724         CLOSE REJTALLY
001725     END-IF
001726     CLOSE SUSPLOG.
001730 0000-WRAP-UP.
001740     DISPLAY "PKEDIT01 RECORDS READ:     " WS-TOT-READ-CT
001750     DISPLAY "PKEDIT01 RECORDS CLEAN:    " WS-CLEAN-CT
001760     DISPLAY "PKEDIT01 RECORDS REJECTED: " WS-REJECT-CT
001761     DISPLAY "PKEDIT01 RECORDS HELD:     " WS-HELD-CT
001762     DISPLAY "PKEDIT01 FILES REFUSED:    " WS-REFUSED-CT
001763     IF WS-REFUSED-CT > 0 AND RETURN-CODE < 8
001764         MOVE 8 TO RETURN-CODE
001765     END-IF
001770     IF WS-REJECT-CT > 0 AND RETURN-CODE = 0
001780         MOVE 4 TO RETURN-CODE
001790     END-IF
001800     CLOSE AUDITLOG
001810     GOBACK.
001820*-----------------------------------------------------------------
001830* 0950-LOAD-XLIST THRU 0950-EXIT.
001840* LOADS THE MANIFEST, DERIVING EACH CLEAN FILE NAME BY PREFIXING
001950         MOVE "clean-extract.txt" TO WS-XL-CLEAN-NAME(1)
001960         GO TO 0950-EXIT
001970     END-IF
001975     SET WS-MANIFEST-RUN TO TRUE
001980     PERFORM 0960-READ-XLIST THRU 0960-EXIT
001990     PERFORM UNTIL FS-XLIST-EOF
002000         IF WS-XL-COUNT = 100
002340* 1500-EDIT-ONE-FILE THRU 1500-EXIT.
002350* EDITS ONE BRANCH'S RAW EXTRACT INTO ITS CLEAN FILE. THE RECORD
002360* COUNTER RESTARTS PER FILE SO A REJECT'S REJ-SEQ POINTS AT THE
002362* RECORD NUMBER IN THE FILE THAT BRANCH ACTUALLY SENT. A MANIFEST
002364* FILE IS PROVED AGAINST ITS HEADER AND TRAILER FIRST; A REFUSED
002366* FILE LEAVES AN EMPTY CLEAN EXTRACT SO THE CONVERTER STILL FINDS
002368* ONE FOR EVERY MANIFEST ENTRY, AND NONE OF ITS RECORDS IS EDITED.
002380*-----------------------------------------------------------------
002390 1500-EDIT-ONE-FILE.
002400     MOVE WS-XL-BRANCH(WS-XL-IX)     TO WS-BRANCH
002410     MOVE WS-XL-RAW-NAME(WS-XL-IX)   TO WS-RAW-NAME
002420     MOVE WS-XL-CLEAN-NAME(WS-XL-IX) TO WS-CLEAN-NAME
002430     MOVE 0 TO WS-READ-CT
002432     MOVE 0 TO WS-FILE-REJECT-CT
002434     MOVE SPACES TO WS-XM-REASON
002440     OPEN INPUT RAWIN
002450     IF NOT FS-RAWIN-OK
002460         DISPLAY "OPEN RAWIN " WS-RAW-NAME
002520         MOVE FS-RAWIN   TO WS-AUD-STATUS
002530         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
002540         GO TO 1500-EXIT
002541     END-IF
002542     IF WS-MANIFEST-RUN
002543         PERFORM 1600-PROVE-TRANSMISSION THRU 1600-EXIT
002544         CLOSE RAWIN
002545         OPEN INPUT RAWIN
002546         IF NOT FS-RAWIN-OK
002547             DISPLAY "OPEN RAWIN " WS-RAW-NAME
002548             DISPLAY FS-RAWIN
002549             MOVE FS-RAWIN TO RETURN-CODE
002550             DISPLAY "-"
002551             MOVE "OPEN " TO WS-AUD-OPERATION
002552             MOVE "RAWIN"    TO WS-AUD-SECTION
002553             MOVE FS-RAWIN   TO WS-AUD-STATUS
002554             PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
002555             GO TO 1500-EXIT
002556         END-IF
002557     END-IF
002560     OPEN OUTPUT CLEANOUT
002570     IF NOT FS-CLEAN-OK
002580         DISPLAY "OPEN CLEANOUT " WS-CLEAN-NAME
002660         CLOSE RAWIN
002670         GO TO 1500-EXIT
002680     END-IF
002681     IF WS-XM-REASON NOT = SPACES
002682         CLOSE RAWIN
002683         CLOSE CLEANOUT
002684         GO TO 1500-EXIT
002685     END-IF
002690     PERFORM 1010-READ-RAW THRU 1010-EXIT
002700     PERFORM UNTIL FS-RAWIN-EOF
002710         ADD 1 TO WS-READ-CT
002712         IF WS-MANIFEST-RUN
002714                 AND (XMIT-IS-HEADER OR XMIT-IS-TRAILER)
002716             CONTINUE
002718         ELSE
002720             ADD 1 TO WS-TOT-READ-CT
002722             PERFORM 2000-EDIT-RECORD THRU 2000-EXIT
002724         END-IF
002740         PERFORM 1010-READ-RAW THRU 1010-EXIT
002750     END-PERFORM
002760     CLOSE RAWIN
002765     CLOSE CLEANOUT
002770     PERFORM 1550-WRITE-TALLY THRU 1550-EXIT.
002780 1500-EXIT.
002790     EXIT.
002800*-----------------------------------------------------------------
002810* 2000-EDIT-RECORD THRU 2000-EXIT.
002820* APPLIES THE FIELD EDITS TO ONE RAW RECORD AND ROUTES IT TO THE
002825* CLEAN EXTRACT OR THE REJECT FILE - OR, FOR A CLEAN RECORD ON A
002830* FROZEN ACCOUNT, TO SUSPENSE. A COMPLETELY BLANK RECORD IS
002840* CALLED OUT SEPARATELY FROM A BAD SIGN OR BAD DIGITS SO THE
002850* UPSTREAM TEAM CAN TELL A TRUNCATED FEED FROM A CORRUPT ONE.
002860*-----------------------------------------------------------------
002870 2000-EDIT-RECORD.
002880     MOVE SPACES TO WS-REASON
002885     MOVE 'N' TO WS-FROZEN-SW
002890     IF RAW-REC = SPACES
002900         MOVE '03' TO WS-REASON
002910         GO TO 2000-ROUTE
003074                 IF ACCT-IS-CLOSED
003075                     MOVE '07' TO WS-REASON
003076                 END-IF
003078                 IF ACCT-IS-FROZEN
003080                     SET WS-ACCOUNT-FROZEN TO TRUE
003082                 END-IF
003084         END-READ
003086     END-IF.
003088 2000-ROUTE.
003090     IF WS-REASON = SPACES
003092         IF WS-ACCOUNT-FROZEN
003094             PERFORM 2300-WRITE-SUSPENSE THRU 2300-EXIT
003096         ELSE
003098             PERFORM 2100-WRITE-CLEAN THRU 2100-EXIT
003100         END-IF
003110     ELSE
003120         PERFORM 2200-WRITE-REJECT THRU 2200-EXIT
003130     END-IF.
003560         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
003570     ELSE
003580         ADD 1 TO WS-REJECT-CT
003585         ADD 1 TO WS-FILE-REJECT-CT
003590     END-IF.
003600 2200-EXIT.
003610     EXIT.
003948         NOT AT END
003949             MOVE BUSD-CURRENT-DATE TO WS-BUS-DATE
003950             MOVE BUSD-OVERRIDE-SW  TO WS-OVERRIDE-SW
003960             MOVE BUSD-CYCLE-SW     TO WS-CYCLE-SW
003970             SET WS-BUSDATE-GOVERNED TO TRUE
003980     END-READ
003990     CLOSE BUSDCARD.
004000 1060-EXIT.
004010     EXIT.
004020*-----------------------------------------------------------------
004030* 1070-LOAD-XMIT-CONTROL THRU 1070-EXIT.
004040* LOADS THE LAST SEQUENCE ACCEPTED FROM EACH BRANCH. NO FILE
004050* (STATUS 35) MEANS NO BRANCH HAS SENT UNDER CONTROL YET, SO
004060* EACH BRANCH'S FIRST HEADER IS TAKEN AS ITS STARTING POINT.
004070*-----------------------------------------------------------------
004080 1070-LOAD-XMIT-CONTROL.
004090     MOVE 0 TO WS-XC-COUNT
004100     OPEN INPUT XMITCTL
004110     IF NOT FS-XCTL-OK
004120         DISPLAY "PKEDIT01 NO XMIT CONTROL FILE (STATUS " FS-XCTL
004130             ") - FIRST HEADER FROM EACH BRANCH STARTS ITS "
004140             "SEQUENCE"
004150         GO TO 1070-EXIT
004160     END-IF
004170     PERFORM 1075-READ-XMIT-CONTROL THRU 1075-EXIT
004180     PERFORM UNTIL FS-XCTL-EOF
004190         IF WS-XC-COUNT = 100
004200             DISPLAY "XMITCTL EXCEEDS WS-XC-TABLE CAPACITY OF 100"
004210             MOVE "READ " TO WS-AUD-OPERATION
004220             MOVE "XMITCTL"  TO WS-AUD-SECTION
004230             MOVE 99         TO WS-AUD-STATUS
004240             PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
004250             MOVE 99 TO RETURN-CODE
004260             MOVE 10 TO FS-XCTL
004270         ELSE
004280             ADD 1 TO WS-XC-COUNT
004290             MOVE XCTL-BRANCH TO WS-XC-BRANCH(WS-XC-COUNT)
004300             MOVE XCTL-LAST-SEQ TO WS-XC-LAST-SEQ(WS-XC-COUNT)
004310             MOVE XCTL-LAST-BUS-DATE
004320                 TO WS-XC-LAST-BUS-DATE(WS-XC-COUNT)
004330             MOVE 'N' TO WS-XC-RUN-SW(WS-XC-COUNT)
004340             PERFORM 1075-READ-XMIT-CONTROL THRU 1075-EXIT
004350         END-IF
004360     END-PERFORM
004370     CLOSE XMITCTL.
004380 1070-EXIT.
004390     EXIT.
004400*-----------------------------------------------------------------
004410* 1075-READ-XMIT-CONTROL THRU 1075-EXIT.
004420*-----------------------------------------------------------------
004430 1075-READ-XMIT-CONTROL.
004440     READ XMITCTL
004450         AT END
004460             MOVE 10 TO FS-XCTL
004470     END-READ.
004480 1075-EXIT.
004490     EXIT.
004500*-----------------------------------------------------------------
004510* 1080-REWRITE-XMIT-CONTROL THRU 1080-EXIT.
004520* WRITES THE CONTROL TABLE BACK WHOLE, CARRYING EVERY SEQUENCE
004530* ACCEPTED TONIGHT. BRANCHES NOT ON TONIGHT'S MANIFEST KEEP THE
004540* ENTRY THEY HAD.
004550*-----------------------------------------------------------------
004560 1080-REWRITE-XMIT-CONTROL.
004570     OPEN OUTPUT XMITCTL
004580     IF NOT FS-XCTL-OK
004590         DISPLAY "OPEN XMITCTL"
004600         DISPLAY FS-XCTL
004610         MOVE FS-XCTL TO RETURN-CODE
004620         DISPLAY "-"
004630         MOVE "OPEN " TO WS-AUD-OPERATION
004640         MOVE "XMITCTL"   TO WS-AUD-SECTION
004650         MOVE FS-XCTL     TO WS-AUD-STATUS
004660         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
004670         GO TO 1080-EXIT
004680     END-IF
004690     PERFORM VARYING WS-XC-IX FROM 1 BY 1
004700             UNTIL WS-XC-IX > WS-XC-COUNT
004710         MOVE WS-XC-BRANCH(WS-XC-IX)   TO XCTL-BRANCH
004720         MOVE WS-XC-LAST-SEQ(WS-XC-IX) TO XCTL-LAST-SEQ
004730         MOVE WS-XC-LAST-BUS-DATE(WS-XC-IX)
004740             TO XCTL-LAST-BUS-DATE
004750         WRITE XCTL-RECORD
004760         IF NOT FS-XCTL-OK
004770             DISPLAY "WRITE XMITCTL"
004780             DISPLAY FS-XCTL
004790             MOVE FS-XCTL TO RETURN-CODE
004800             DISPLAY "-"
004810             MOVE "WRITE"     TO WS-AUD-OPERATION
004820             MOVE "XMITCTL"   TO WS-AUD-SECTION
004830             MOVE FS-XCTL     TO WS-AUD-STATUS
004840             PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
004850         END-IF
004860     END-PERFORM
004870     CLOSE XMITCTL.
004880 1080-EXIT.
004890     EXIT.
004900*-----------------------------------------------------------------
004910* 1600-PROVE-TRANSMISSION THRU 1600-EXIT.
004920* ONE PASS OVER A BRANCH FILE BEFORE ANY RECORD IS EDITED: THE
004930* FIRST RECORD MUST BE THE HEADER, THE LAST THE TRAILER, AND THE
004940* DETAILS BETWEEN MUST ADD UP TO THE TRAILER'S COUNT AND HASH.
004950* THE HEADER MUST NAME THE MANIFEST'S BRANCH AND THE BUSINESS
004960* DATE (THE CARD'S PRIOR-DATE OVERRIDE ACCEPTS AN EARLIER DATE,
004970* AS IT DOES FOR REASON '09'), AND ITS SEQUENCE MUST BE ONE UP
004980* ON THE LAST ACCEPTED FROM THAT BRANCH. THE FIRST FAILURE
004990* FOUND REFUSES THE FILE; WS-XM-REASON STAYS SPACES FOR A FILE
005000* THAT PROVES.
005010*-----------------------------------------------------------------
005020 1600-PROVE-TRANSMISSION.
005030     MOVE SPACES TO WS-XM-HDR-BRANCH
005040     MOVE SPACES TO WS-XM-HDR-BUS-DATE
005050     MOVE 0 TO WS-XM-HDR-SEQ
005060     MOVE 0 TO WS-XM-LAST-SEQ
005070     MOVE 0 TO WS-XM-TRL-COUNT
005080     MOVE 0 TO WS-XM-TRL-HASH
005090     MOVE 0 TO WS-XM-COUNTED
005100     MOVE 0 TO WS-XM-HASH
005110     MOVE 'N' TO WS-XM-HASH-SW
005120     MOVE 0 TO WS-XC-HIT
005130     PERFORM 1010-READ-RAW THRU 1010-EXIT
005140     IF FS-RAWIN-EOF
005150         MOVE '21' TO WS-XM-REASON
005160         GO TO 1600-DECIDE
005170     END-IF
005180     IF NOT XMIT-IS-HEADER
005190             OR XMIT-HDR-FILE-SEQ NOT NUMERIC
005200         MOVE '21' TO WS-XM-REASON
005210         GO TO 1600-DECIDE
005220     END-IF
005230     MOVE XMIT-HDR-BRANCH     TO WS-XM-HDR-BRANCH
005240     MOVE XMIT-HDR-BUS-DATE   TO WS-XM-HDR-BUS-DATE
005250     MOVE XMIT-HDR-FILE-SEQ-N TO WS-XM-HDR-SEQ
005260     PERFORM 1010-READ-RAW THRU 1010-EXIT
005270     PERFORM UNTIL FS-RAWIN-EOF OR XMIT-IS-TRAILER
005280         ADD 1 TO WS-XM-COUNTED
005290         PERFORM 1610-HASH-ONE-DETAIL THRU 1610-EXIT
005300         PERFORM 1010-READ-RAW THRU 1010-EXIT
005310     END-PERFORM
005320     IF FS-RAWIN-EOF
005330         MOVE '22' TO WS-XM-REASON
005340         GO TO 1600-DECIDE
005350     END-IF
005360     IF XMIT-TRL-COUNT NOT NUMERIC
005370             OR XMIT-TRL-HASH-N NOT NUMERIC
005380         MOVE '22' TO WS-XM-REASON
005390         GO TO 1600-DECIDE
005400     END-IF
005410     MOVE XMIT-TRL-COUNT-N TO WS-XM-TRL-COUNT
005420     MOVE XMIT-TRL-HASH-N  TO WS-XM-TRL-HASH
005430     PERFORM 1010-READ-RAW THRU 1010-EXIT
005440     IF NOT FS-RAWIN-EOF
005450         MOVE '22' TO WS-XM-REASON
005460         GO TO 1600-DECIDE
005470     END-IF
005480     IF WS-XM-HDR-BRANCH NOT = WS-BRANCH
005490         MOVE '23' TO WS-XM-REASON
005500         GO TO 1600-DECIDE
005510     END-IF
005520     IF WS-XM-COUNTED NOT = WS-XM-TRL-COUNT
005530         MOVE '24' TO WS-XM-REASON
005540         GO TO 1600-DECIDE
005550     END-IF
005560     IF WS-XM-HASH-OVERFLOW
005570         DISPLAY "WS-XM-HASH OVERFLOWED"
005580         MOVE '25' TO WS-XM-REASON
005590         GO TO 1600-DECIDE
005600     END-IF
005610     IF WS-XM-HASH NOT = WS-XM-TRL-HASH
005620         MOVE '25' TO WS-XM-REASON
005630         GO TO 1600-DECIDE
005640     END-IF
005650     IF WS-BUSDATE-GOVERNED
005660             AND WS-XM-HDR-BUS-DATE NOT = WS-BUS-DATE
005670         IF WS-OVERRIDE AND WS-XM-HDR-BUS-DATE < WS-BUS-DATE
005680             CONTINUE
005690         ELSE
005700             MOVE '26' TO WS-XM-REASON
005710             GO TO 1600-DECIDE
005720         END-IF
005730     END-IF
005740     PERFORM 1620-CHECK-SEQUENCE THRU 1620-EXIT.
005750 1600-DECIDE.
005760     IF WS-XM-REASON = SPACES
005770         PERFORM 1630-TAKE-SEQUENCE THRU 1630-EXIT
005780     ELSE
005790         PERFORM 1700-WRITE-XMIT-EXCEPTION THRU 1700-EXIT
005800     END-IF.
005810 1600-EXIT.
005820     EXIT.
005830*-----------------------------------------------------------------
005840* 1610-HASH-ONE-DETAIL THRU 1610-EXIT.
005850* ADDS ONE DETAIL'S SIGNED VALUE TO THE HASH. A VALUE THAT IS NOT
005860* A SIGN AND 18 DIGITS CANNOT BE ADDED; IT WAS GARBLED IN
005870* TRANSIT OR AT SOURCE, AND THE HASH THEN FAILS TO AGREE. A SUM
005880* THAT WILL NOT FIT 18 DIGITS CANNOT BE PROVED EITHER, AND FAILS
005890* THE FILE THE SAME WAY.
005900*-----------------------------------------------------------------
005910 1610-HASH-ONE-DETAIL.
005920     IF RAW-SIGN-BYTE NOT = '+' AND RAW-SIGN-BYTE NOT = '-'
005930         GO TO 1610-EXIT
005940     END-IF
005950     IF RAW-DIGITS NOT NUMERIC
005960         GO TO 1610-EXIT
005970     END-IF
005980     MOVE RAW-SIGN-BYTE TO WS-XM-SIGN-BYTE
005990     MOVE RAW-DIGITS    TO WS-XM-DIGITS
006000     ADD WS-XM-VALUE TO WS-XM-HASH
006010         ON SIZE ERROR
006020             SET WS-XM-HASH-OVERFLOW TO TRUE
006030     END-ADD.
006040 1610-EXIT.
006050     EXIT.
006060*-----------------------------------------------------------------
006070* 1620-CHECK-SEQUENCE THRU 1620-EXIT.
006080* THE HEADER'S SEQUENCE MUST BE ONE UP ON THE LAST ACCEPTED FROM
006090* THE BRANCH; LOWER IS A REPEAT ('27'), HIGHER IS A SKIP ('28').
006100* THE ONE EXCEPTION IS A RE-EDIT: THE SAME SEQUENCE FOR THE SAME
006110* BUSINESS DATE, NOT ALREADY TAKEN IN THIS RUN, IS THE FILE AN
006120* EARLIER RUN OF THE NIGHT ALREADY ACCEPTED BEING EDITED AGAIN.
006130* A BRANCH WITH NO ENTRY YET STARTS FROM WHATEVER IT SENDS.
006140*-----------------------------------------------------------------
006150 1620-CHECK-SEQUENCE.
006160     PERFORM VARYING WS-XC-IX FROM 1 BY 1
006170             UNTIL WS-XC-IX > WS-XC-COUNT OR WS-XC-HIT > 0
006180         IF WS-XC-BRANCH(WS-XC-IX) = WS-BRANCH
006190             MOVE WS-XC-IX TO WS-XC-HIT
006200         END-IF
006210     END-PERFORM
006220     IF WS-XC-HIT = 0
006230         DISPLAY "PKEDIT01 BRANCH " WS-BRANCH
006240             " NOT ON XMIT CONTROL - SEQUENCE " WS-XM-HDR-SEQ
006250             " TAKEN AS ITS STARTING POINT"
006260         GO TO 1620-EXIT
006270     END-IF
006280     MOVE WS-XC-LAST-SEQ(WS-XC-HIT) TO WS-XM-LAST-SEQ
006290     IF WS-XM-LAST-SEQ = 999999
006300         MOVE 1 TO WS-XM-EXPECTED-SEQ
006310     ELSE
006320         COMPUTE WS-XM-EXPECTED-SEQ = WS-XM-LAST-SEQ + 1
006330     END-IF
006340     IF WS-XM-HDR-SEQ = WS-XM-EXPECTED-SEQ
006350         GO TO 1620-EXIT
006360     END-IF
006370     IF WS-XM-HDR-SEQ = WS-XM-LAST-SEQ
006380             AND WS-XM-HDR-BUS-DATE
006390                 = WS-XC-LAST-BUS-DATE(WS-XC-HIT)
006400             AND NOT WS-XC-TAKEN-THIS-RUN(WS-XC-HIT)
006410         DISPLAY "PKEDIT01 BRANCH " WS-BRANCH " SEQUENCE "
006420             WS-XM-HDR-SEQ " RE-EDITED FOR THE SAME BUSINESS DATE"
006430         GO TO 1620-EXIT
006440     END-IF
006450     IF WS-XM-HDR-SEQ > WS-XM-EXPECTED-SEQ
006460         MOVE '28' TO WS-XM-REASON
006470     ELSE
006480         MOVE '27' TO WS-XM-REASON
006490     END-IF.
006500 1620-EXIT.
006510     EXIT.
006520*-----------------------------------------------------------------
006530* 1630-TAKE-SEQUENCE THRU 1630-EXIT.
006540* RECORDS AN ACCEPTED FILE'S SEQUENCE AND DATE AGAINST ITS
006550* BRANCH, ADDING THE BRANCH ON ITS FIRST CONTROLLED FILE.
006560*-----------------------------------------------------------------
006570 1630-TAKE-SEQUENCE.
006580     IF WS-XC-HIT = 0
006590         IF WS-XC-COUNT = 100
006600             DISPLAY "XMITCTL EXCEEDS WS-XC-TABLE CAPACITY OF 100"
006610             MOVE "WRITE" TO WS-AUD-OPERATION
006620             MOVE "XMITCTL"  TO WS-AUD-SECTION
006630             MOVE 99         TO WS-AUD-STATUS
006640             PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
006650             MOVE 99 TO RETURN-CODE
006660             GO TO 1630-EXIT
006670         END-IF
006680         ADD 1 TO WS-XC-COUNT
006690         MOVE WS-XC-COUNT TO WS-XC-HIT
006700         MOVE WS-BRANCH TO WS-XC-BRANCH(WS-XC-HIT)
006710     END-IF
006720     MOVE WS-XM-HDR-SEQ      TO WS-XC-LAST-SEQ(WS-XC-HIT)
006730     MOVE WS-XM-HDR-BUS-DATE TO WS-XC-LAST-BUS-DATE(WS-XC-HIT)
006740     SET WS-XC-TAKEN-THIS-RUN(WS-XC-HIT) TO TRUE.
006750 1630-EXIT.
006760     EXIT.
006770*-----------------------------------------------------------------
006780* 1700-WRITE-XMIT-EXCEPTION THRU 1700-EXIT.
006790* ONE LINE PER REFUSED FILE: WHAT THE HEADER AND TRAILER CLAIMED
006800* BESIDE WHAT THE PROVING PASS FOUND, WITH A CONSOLE CALL-OUT SO
006810* THE SHIFT CAN RING THE BRANCH FOR A RESEND.
006820*-----------------------------------------------------------------
006830 1700-WRITE-XMIT-EXCEPTION.
006840     ADD 1 TO WS-REFUSED-CT
006850     DISPLAY "PKEDIT01 TRANSMISSION REFUSED - BRANCH " WS-BRANCH
006860         " REASON " WS-XM-REASON " FILE " WS-RAW-NAME
006870     MOVE WS-BRANCH          TO XEXC-BRANCH
006880     MOVE WS-XM-REASON       TO XEXC-REASON
006890     MOVE WS-RAW-NAME        TO XEXC-FILE-NAME
006900     MOVE WS-XM-HDR-BUS-DATE TO XEXC-HDR-BUS-DATE
006910     MOVE WS-XM-HDR-SEQ      TO XEXC-HDR-FILE-SEQ
006920     MOVE WS-XM-LAST-SEQ     TO XEXC-LAST-FILE-SEQ
006930     MOVE WS-XM-TRL-COUNT    TO XEXC-TRL-COUNT
006940     MOVE WS-XM-COUNTED      TO XEXC-COUNTED
006950     MOVE WS-XM-TRL-HASH     TO XEXC-TRL-HASH
006960     MOVE WS-XM-HASH         TO XEXC-COMPUTED-HASH
006970     WRITE XEXC-RECORD
006980     IF NOT FS-XEXC-OK
006990         DISPLAY "WRITE XMITEXC"
007000         DISPLAY FS-XEXC
007010         MOVE FS-XEXC TO RETURN-CODE
007020         DISPLAY "-"
007030         MOVE "WRITE"     TO WS-AUD-OPERATION
007040         MOVE "XMITEXC"   TO WS-AUD-SECTION
007050         MOVE FS-XEXC     TO WS-AUD-STATUS
007060         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
007070     END-IF.
007080 1700-EXIT.
007090     EXIT.
007100*-----------------------------------------------------------------
007110* 1090-OPEN-SUSPENSE THRU 1090-EXIT.
007120* OPENS THE SUSPENSE FILE (CREATED EMPTY ON FIRST USE, AS PKAMNT01
007130* DOES FOR THE MASTER) AND THE SUSPENSE LOG, AND FIXES THE
007140* HOLD DATE FOR THE RUN. WITHOUT BOTH THERE IS NOWHERE TO PUT A
007150* FROZEN ACCOUNT'S BALANCE BUT THE CLEAN EXTRACT, SO THE RUN STOPS
007160* RATHER THAN POST WHAT COMPLIANCE HAS ASKED TO HOLD. IT STOPS
007170* BEFORE ANY BRANCH FILE IS PROVED, SO NO SEQUENCE HAS BEEN TAKEN
007180* AND THE TRANSMISSION CONTROL TABLE IS LEFT AS IT WAS; THE
007190* MAINLINE CLOSES WHAT IT HAS OPENED AND ENDS.
007200*-----------------------------------------------------------------
007210 1090-OPEN-SUSPENSE.
007220     IF WS-BUSDATE-GOVERNED
007230         MOVE WS-BUS-DATE TO WS-HOLD-DATE
007240     ELSE
007250         ACCEPT WS-HOLD-DATE FROM DATE YYYYMMDD
007260     END-IF
007270     OPEN I-O SUSPFILE
007280     IF FS-SUSP = 35
007290         OPEN OUTPUT SUSPFILE
007300         CLOSE SUSPFILE
007310         OPEN I-O SUSPFILE
007320     END-IF
007330     IF NOT FS-SUSP-OK
007340         DISPLAY "OPEN SUSPFILE"
007350         DISPLAY FS-SUSP
007360         MOVE FS-SUSP TO RETURN-CODE
007370         DISPLAY "-"
007380         MOVE "OPEN " TO WS-AUD-OPERATION
007390         MOVE "SUSPFILE"  TO WS-AUD-SECTION
007400         MOVE FS-SUSP     TO WS-AUD-STATUS
007410         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
007420         GO TO 1090-EXIT
007430     END-IF
007440     OPEN EXTEND SUSPLOG
007450     IF FS-SLOG = 35
007460         OPEN OUTPUT SUSPLOG
007470     END-IF
007480     IF NOT FS-SLOG-OK
007490         DISPLAY "OPEN SUSPLOG"
007500         DISPLAY FS-SLOG
007510         MOVE FS-SLOG TO RETURN-CODE
007520         DISPLAY "-"
007530         MOVE "OPEN " TO WS-AUD-OPERATION
007540         MOVE "SUSPLOG"   TO WS-AUD-SECTION
007550         MOVE FS-SLOG     TO WS-AUD-STATUS
007560         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
007570         CLOSE SUSPFILE
007580         GO TO 1090-EXIT
007590     END-IF
007600     SET WS-SUSPENSE-OPEN TO TRUE.
007610 1090-EXIT.
007620     EXIT.
007630*-----------------------------------------------------------------
007640* 2300-WRITE-SUSPENSE THRU 2300-EXIT.
007650* HOLDS ONE CLEAN RECORD FOR A FROZEN ACCOUNT ON THE SUSPENSE
007660* FILE, KEYED BY ACCOUNT, EFFECTIVE DATE AND BRANCH, AND LOGS THE
007670* HOLD. A KEY ALREADY HELD (AN EDIT RERUN) IS REWRITTEN BUT KEEPS
007680* ITS FIRST HELD DATE; A KEY RELEASED EARLIER AND NOW FROZEN AGAIN
007690* IS HELD AFRESH.
007700*-----------------------------------------------------------------
007710 2300-WRITE-SUSPENSE.
007720     MOVE 'N' TO WS-SUSP-FOUND-SW
007730     MOVE RAW-ACCOUNT  TO SUSP-ACCOUNT
007740     MOVE RAW-EFF-DATE TO SUSP-EFF-DATE
007750     MOVE WS-BRANCH    TO SUSP-BRANCH
007760     READ SUSPFILE
007770         INVALID KEY
007780             MOVE WS-HOLD-DATE TO SUSP-HELD-DATE
007790         NOT INVALID KEY
007800             SET WS-SUSP-ON-FILE TO TRUE
007810             IF NOT SUSP-HELD
007820                 MOVE WS-HOLD-DATE TO SUSP-HELD-DATE
007830             END-IF
007840     END-READ
007850     MOVE RAW-ACCOUNT   TO SUSP-ACCOUNT
007860     MOVE RAW-EFF-DATE  TO SUSP-EFF-DATE
007870     MOVE WS-BRANCH     TO SUSP-BRANCH
007880     MOVE RAW-ACCOUNT   TO SUSP-I-ACCOUNT
007890     MOVE RAW-EFF-DATE  TO SUSP-I-EFF-DATE
007900     IF RAW-CURRENCY = SPACES
007910         MOVE WS-BASE-CURRENCY TO SUSP-CURRENCY
007920     ELSE
007930         MOVE RAW-CURRENCY TO SUSP-CURRENCY
007940     END-IF
007950     MOVE RAW-SIGN-BYTE TO SUSP-SIGN-BYTE
007960     MOVE RAW-DIGITS    TO SUSP-DIGITS
007970     MOVE WS-READ-CT    TO SUSP-SEQ
007980     SET SUSP-HELD      TO TRUE
007990     MOVE SPACES        TO SUSP-RELEASE-DATE
008000     IF WS-SUSP-ON-FILE
008010         REWRITE SUSP-RECORD
008020     ELSE
008030         WRITE SUSP-RECORD
008040     END-IF
008050     IF NOT FS-SUSP-OK
008060         DISPLAY "WRITE SUSPFILE"
008070         DISPLAY FS-SUSP
008080         MOVE FS-SUSP TO RETURN-CODE
008090         DISPLAY "-"
008100         MOVE "WRITE"     TO WS-AUD-OPERATION
008110         MOVE "SUSPFILE"  TO WS-AUD-SECTION
008120         MOVE FS-SUSP     TO WS-AUD-STATUS
008130         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
008140         GO TO 2300-EXIT
008150     END-IF
008160     ADD 1 TO WS-HELD-CT
008170     MOVE SPACES         TO SLOG-RECORD
008180     SET SLOG-HOLD       TO TRUE
008190     ACCEPT SLOG-DATE FROM DATE YYYYMMDD
008200     ACCEPT SLOG-TIME FROM TIME
008210     MOVE "PKEDIT01"     TO SLOG-PROGRAM
008220     MOVE SUSP-ACCOUNT   TO SLOG-ACCOUNT
008230     MOVE SUSP-EFF-DATE  TO SLOG-EFF-DATE
008240     MOVE SUSP-BRANCH    TO SLOG-BRANCH
008250     MOVE SUSP-CURRENCY  TO SLOG-CURRENCY
008260     MOVE SUSP-VALUE     TO SLOG-VALUE
008270     MOVE SUSP-HELD-DATE TO SLOG-HELD-DATE
008280     WRITE SLOG-RECORD
008290     IF NOT FS-SLOG-OK
008300         DISPLAY "WRITE SUSPLOG"
008310         DISPLAY FS-SLOG
008320         MOVE FS-SLOG TO RETURN-CODE
008330         DISPLAY "-"
008340         MOVE "WRITE"     TO WS-AUD-OPERATION
008350         MOVE "SUSPLOG"   TO WS-AUD-SECTION
008360         MOVE FS-SLOG     TO WS-AUD-STATUS
008370         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
008380     END-IF.
008390 2300-EXIT.
008400     EXIT.
008410*-----------------------------------------------------------------
008420* 1550-WRITE-TALLY THRU 1550-EXIT.
008430* ONE TALLY LINE FOR THE BRANCH FILE JUST EDITED - ZERO REJECTS
008440* INCLUDED, SO A RERUN THAT CLEARS A BRANCH'S REJECTS SUPERSEDES
008450* THE EARLIER COUNT.
008460*-----------------------------------------------------------------
008470 1550-WRITE-TALLY.
008480     IF NOT WS-TALLY-OPEN
008490         GO TO 1550-EXIT
008500     END-IF
008510     MOVE WS-HOLD-DATE      TO REJT-BUS-DATE
008520     MOVE WS-CYCLE-SW       TO REJT-CYCLE
008530     MOVE WS-BRANCH         TO REJT-BRANCH
008540     ACCEPT REJT-RUN-DATE FROM DATE YYYYMMDD
008550     ACCEPT REJT-RUN-TIME FROM TIME
008560     MOVE WS-FILE-REJECT-CT TO REJT-COUNT
008570     WRITE REJT-RECORD
008580     IF NOT FS-RJT-OK
008590         DISPLAY "WRITE REJTALLY"
008600         DISPLAY FS-RJT
008610         MOVE FS-RJT TO RETURN-CODE
008620         DISPLAY "-"
008630         MOVE "WRITE"     TO WS-AUD-OPERATION
008640         MOVE "REJTALLY"  TO WS-AUD-SECTION
008650         MOVE FS-RJT      TO WS-AUD-STATUS
008660         PERFORM 9000-WRITE-AUDIT THRU 9000-EXIT
008670     END-IF.
008680 1550-EXIT.
008690     EXIT.
008700 END PROGRAM PKEDIT01.
