000110*             THE OPEN AND CLOSE DATES - THE SAME PROMPTED STYLE
000120*             AS THE PKINQ01 SESSION. A MISSING MASTER IS CREATED
000130*             EMPTY ON FIRST USE.
000131*             EVERY ADD, UPDATE AND STATUS CHANGE IS ONLY A
000132*             PROPOSAL ON PENDING-CHANGES.DAT UNDER THE MAKER'S
000133*             USER ID UNTIL A DIFFERENT USER APPROVES IT FROM
000134*             THIS SAME SESSION. THE USER ID IS THE SIGNED-ON
000135*             USER THE SESSION RUNS UNDER (ENVIRONMENT VARIABLE
000136*             USER), NEVER TYPED, SO ONE PERSON CANNOT BE BOTH
000137*             MAKER AND CHECKER; EVERY DECISION IS APPENDED TO
000138*             ACCOUNT-JOURNAL.TXT WITH THE BEFORE AND AFTER
000139*             IMAGES OF THE ACCOUNT.
000140* TECTONICS.  cobc -std=ibm.
000150*-----------------------------------------------------------------
000160* MODIFICATION HISTORY.
000170*   2026-09-03 RO  INITIAL VERSION.
000171*   2026-10-15 RO  AN UPDATE THAT TAKES AN ACCOUNT FROM FROZEN TO
000172*                  OPEN NOW REMINDS THE DESK TO RUN PKSREL01,
000173*                  WHICH RELEASES THE BALANCES PKEDIT01 HELD IN
000174*                  SUSPENSE WHILE THE ACCOUNT WAS FROZEN.
000175*   2026-10-15 RO  DUAL CONTROL. THE SESSION NOW RUNS UNDER THE
000176*                  SIGNED-ON USER ID, REFUSED WHEN BLANK. ADD AND
000177*                  UPDATE NO LONGER TOUCH THE MASTER: EACH
000178*                  WRITES A PROPOSAL (PENDREC) TO
000179*                  THE INDEXED PENDING-CHANGES.DAT CARRYING THE
000180*                  MAKER, THE TIME AND BEFORE/AFTER IMAGES OF
000181*                  ACCT-RECORD. NEW ACTIONS L (LIST PENDING), P
000182*                  (APPROVE) AND R (DECLINE). ONLY A USER OTHER
000183*                  THAN THE MAKER MAY APPROVE, AND AN UPDATE IS
000184*                  APPLIED ONLY WHILE THE MASTER STILL MATCHES
000185*                  ITS BEFORE IMAGE. A DECLINE BY THE MAKER IS A
000186*                  WITHDRAWAL. EVERY DECISION IS APPENDED TO THE
000187*                  PERMANENT ACCOUNT-JOURNAL.TXT (PKJRPT01 PRINTS
000188*                  IT). ONE OPEN PROPOSAL PER ACCOUNT AT A TIME.
000189*                  THE PKSREL01 REMINDER NOW COMES ON APPROVAL. AN
000190*                  APPROVAL MARKS THE PROPOSAL APPLIED BEFORE IT
000191*                  TOUCHES THE MASTER, PUTS IT BACK TO PENDING IF
000192*                  THE MASTER WRITE FAILS, AND IS JOURNALED ONLY
000193*                  WHEN BOTH HAVE BEEN WRITTEN.
000194******************************************************************
000195 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PKAMNT01.
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000260         ACCESS MODE IS RANDOM
000270         RECORD KEY IS ACCT-NUMBER
000280         FILE STATUS IS FS-ACCT.
000281     SELECT PENDFILE ASSIGN "pending-changes.dat"
000282         ORGANIZATION INDEXED
000283         ACCESS MODE IS DYNAMIC
000284         RECORD KEY IS PEND-CHANGE-NO
000285         FILE STATUS IS FS-PEND.
000286     SELECT JRNLFILE ASSIGN "account-journal.txt"
000287         ORGANIZATION SEQUENTIAL
000288         ACCESS MODE IS SEQUENTIAL
000289         FILE STATUS IS FS-JRNL.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  ACCTMAST.
000320     COPY ACCTREC.
000321*-----------------------------------------------------------------
000322* PENDING CHANGES - ONE PROPOSAL PER CHANGE NUMBER, KEPT ONCE
000323* DECIDED WITH ITS STATE, CHECKER AND DECISION TIME.
000324*-----------------------------------------------------------------
000325 FD  PENDFILE.
000326     COPY PENDREC.
000327*-----------------------------------------------------------------
000328* CHANGE JOURNAL - THE DECIDED PEND-RECORD, APPENDED AND NEVER
000329* REWRITTEN. PKJRPT01 READS IT BACK THROUGH PENDREC.
000330*-----------------------------------------------------------------
000331 FD  JRNLFILE
000332     RECORDING MODE IS F.
000333 01  JRNL-LINE           PIC X(169).
000334 WORKING-STORAGE SECTION.
000340 01  FS-ACCT          PIC 9(02).
000350     88  FS-ACCT-OK               VALUE 00.
000360     88  FS-ACCT-NOT-FOUND        VALUE 23.
000370     88  FS-ACCT-DUPLICATE        VALUE 22.
000371 01  FS-PEND          PIC 9(02).
000372     88  FS-PEND-OK               VALUE 00.
000373     88  FS-PEND-EOF              VALUE 10.
000374 01  FS-JRNL          PIC 9(02).
000375     88  FS-JRNL-OK               VALUE 00.
000380 01  WS-ACTION        PIC X(01).
000390     88  WS-SESSION-DONE          VALUE 'X', 'x', ' '.
000400     88  WS-ACTION-ADD            VALUE 'A', 'a'.
000410     88  WS-ACTION-UPDATE         VALUE 'U', 'u'.
000420     88  WS-ACTION-DISPLAY        VALUE 'D', 'd'.
000422     88  WS-ACTION-LIST           VALUE 'L', 'l'.
000424     88  WS-ACTION-APPROVE        VALUE 'P', 'p'.
000426     88  WS-ACTION-DECLINE        VALUE 'R', 'r'.
000430 01  WS-IN-ACCOUNT    PIC X(10).
000440 01  WS-IN-NAME       PIC X(20).
000450 01  WS-IN-BRANCH     PIC X(04).
000480 01  WS-IN-OPEN-DATE  PIC X(08).
000490 01  WS-IN-CLOSE-DATE PIC X(08).
000500 01  WS-STATUS-WORD   PIC X(06).
000501 01  WS-OLD-STATUS    PIC X(01).
000502     88  WS-WAS-FROZEN            VALUE 'F'.
000503*-----------------------------------------------------------------
000504* DUAL CONTROL - WHO IS AT THE CONSOLE, THE CHANGE IN HAND AND
000505* THE LAST CHANGE NUMBER ISSUED.
000506*-----------------------------------------------------------------
000507 01  WS-USER-ID       PIC X(08).
000508 01  WS-IN-CHANGE-NO  PIC 9(07).
000509 01  WS-LAST-CHANGE-NO PIC 9(07).
000510 01  WS-BEFORE-IMAGE  PIC X(51).
000511 01  WS-PEND-SAVE     PIC X(169).
000512 01  WS-PEND-LIST-CT  PIC 9(05).
000513 01  WS-PENDING-SW    PIC X(01) VALUE 'N'.
000514     88  WS-PENDING-FOUND         VALUE 'Y'.
000515 01  WS-CHANGE-SW     PIC X(01) VALUE 'N'.
000516     88  WS-CHANGE-READY          VALUE 'Y'.
000517 01  WS-RECORDED-SW   PIC X(01) VALUE 'N'.
000518     88  WS-DECISION-RECORDED     VALUE 'Y'.
000519 01  WS-ACTION-WORD   PIC X(06).
000520 01  WS-DECISION-WORD PIC X(09).
000521*
000522 PROCEDURE DIVISION.
000530*-----------------------------------------------------------------
000540* 0000-MAINLINE.
000550*-----------------------------------------------------------------
000560 0000-MAINLINE.
000561     MOVE SPACES TO WS-USER-ID
000562     ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
000563     IF WS-USER-ID = SPACES
000564         DISPLAY "NO SIGNED-ON USER ID - SESSION REFUSED"
000565         MOVE 8 TO RETURN-CODE
000566         GO TO 0000-WRAP-UP
000567     END-IF
000570     OPEN I-O ACCTMAST
000580     IF FS-ACCT = 35
000590         OPEN OUTPUT ACCTMAST
000660         MOVE FS-ACCT TO RETURN-CODE
000670         GO TO 0000-WRAP-UP
000680     END-IF
000681     OPEN I-O PENDFILE
000682     IF FS-PEND = 35
000683         OPEN OUTPUT PENDFILE
000684         CLOSE PENDFILE
000685         OPEN I-O PENDFILE
000686     END-IF
000687     IF NOT FS-PEND-OK
000688         DISPLAY "OPEN PENDFILE"
000689         DISPLAY FS-PEND
000690         MOVE FS-PEND TO RETURN-CODE
000691         CLOSE ACCTMAST
000692         GO TO 0000-WRAP-UP
000693     END-IF
000694     OPEN EXTEND JRNLFILE
000695     IF FS-JRNL = 35
000696         OPEN OUTPUT JRNLFILE
000697     END-IF
000698     IF NOT FS-JRNL-OK
000699         DISPLAY "OPEN JRNLFILE"
000700         DISPLAY FS-JRNL
000701         MOVE FS-JRNL TO RETURN-CODE
000702         CLOSE PENDFILE
000703         CLOSE ACCTMAST
000704         GO TO 0000-WRAP-UP
000705     END-IF
000706     PERFORM 2000-ONE-ACTION THRU 2000-EXIT
000707     PERFORM UNTIL WS-SESSION-DONE
000710         PERFORM 2000-ONE-ACTION THRU 2000-EXIT
000720     END-PERFORM
000722     CLOSE JRNLFILE
000724     CLOSE PENDFILE
000730     CLOSE ACCTMAST.
000740 0000-WRAP-UP.
000750     STOP RUN.
000760*-----------------------------------------------------------------
000770* 2000-ONE-ACTION THRU 2000-EXIT.
000780* PROMPTS FOR ONE ACTION AND THE ACCOUNT IT APPLIES TO. 'X' (OR A
000785* BLANK ACTION) ENDS THE SESSION. LIST, APPROVE AND DECLINE WORK
000790* ON CHANGE NUMBERS AND SKIP THE ACCOUNT PROMPT.
000800*-----------------------------------------------------------------
000810 2000-ONE-ACTION.
000820     DISPLAY "ENTER ACTION (A=ADD U=UPDATE D=DISPLAY X=END)"
000825     DISPLAY "             (L=LIST PENDING P=APPROVE R=DECLINE)"
000830     ACCEPT WS-ACTION
000840     IF WS-SESSION-DONE
000850         GO TO 2000-EXIT
000860     END-IF
000861     EVALUATE TRUE
000862         WHEN WS-ACTION-LIST
000863             PERFORM 2400-LIST-PENDING THRU 2400-EXIT
000864             GO TO 2000-EXIT
000865         WHEN WS-ACTION-APPROVE
000866             PERFORM 3000-APPROVE-CHANGE THRU 3000-EXIT
000867             GO TO 2000-EXIT
000868         WHEN WS-ACTION-DECLINE
000869             PERFORM 3100-DECLINE-CHANGE THRU 3100-EXIT
000870             GO TO 2000-EXIT
000871     END-EVALUATE
000872     DISPLAY "ENTER ACCOUNT NUMBER"
000880     ACCEPT WS-IN-ACCOUNT
000890     IF WS-IN-ACCOUNT = SPACES
000900         DISPLAY "ACCOUNT NUMBER MAY NOT BE BLANK"
001040     EXIT.
001050*-----------------------------------------------------------------
001060* 2100-ADD-ACCOUNT THRU 2100-EXIT.
001062* PROPOSES A NEW ACCOUNT. REFUSED UP FRONT IF THE NUMBER IS
001064* ALREADY ON THE MASTER OR ALREADY HAS A CHANGE AWAITING
001066* APPROVAL; THE BEFORE IMAGE OF AN ADD IS SPACES.
001070*-----------------------------------------------------------------
001080 2100-ADD-ACCOUNT.
001081     MOVE WS-IN-ACCOUNT TO ACCT-NUMBER
001082     READ ACCTMAST
001083         INVALID KEY
001084             CONTINUE
001085         NOT INVALID KEY
001086             DISPLAY "ACCOUNT " WS-IN-ACCOUNT " ALREADY ON MASTER"
001087             GO TO 2100-EXIT
001088     END-READ
001089     PERFORM 2700-FIND-PENDING THRU 2700-EXIT
001090     IF WS-PENDING-FOUND
001091         DISPLAY "ONE CHANGE PER ACCOUNT - DECIDE IT FIRST"
001092         GO TO 2100-EXIT
001093     END-IF
001094     PERFORM 2500-PROMPT-FIELDS THRU 2500-EXIT
001100     IF NOT WS-IN-STATUS-VALID
001110         DISPLAY "STATUS MUST BE O, C OR F"
001120         GO TO 2100-EXIT
001170     MOVE WS-IN-STATUS     TO ACCT-STATUS
001180     MOVE WS-IN-OPEN-DATE  TO ACCT-OPEN-DATE
001190     MOVE WS-IN-CLOSE-DATE TO ACCT-CLOSE-DATE
001200     MOVE SPACES           TO PEND-RECORD
001210     SET PEND-IS-ADD       TO TRUE
001220     MOVE ACCT-RECORD      TO PEND-AFTER-IMAGE
001230     PERFORM 2800-WRITE-PROPOSAL THRU 2800-EXIT.
001270 2100-EXIT.
001280     EXIT.
001290*-----------------------------------------------------------------
001300* 2200-UPDATE-ACCOUNT THRU 2200-EXIT.
001310* RE-PROMPTS EVERY FIELD; A BLANK REPLY KEEPS WHAT IS ON FILE, SO
001315* THE DESK CAN FLIP A STATUS WITHOUT RETYPING THE NAME. THE
001320* RESULT IS PROPOSED AGAINST THE RECORD AS READ, NOT REWRITTEN;
001325* A CHANGE OF STATUS IS PROPOSED AS ACTION 'S'.
001330*-----------------------------------------------------------------
001340 2200-UPDATE-ACCOUNT.
001350     MOVE WS-IN-ACCOUNT TO ACCT-NUMBER
001390                 " NOT ON MASTER (STATUS " FS-ACCT ")"
001400             GO TO 2200-EXIT
001410     END-READ
001411     PERFORM 2700-FIND-PENDING THRU 2700-EXIT
001412     IF WS-PENDING-FOUND
001413         DISPLAY "ONE CHANGE PER ACCOUNT - DECIDE IT FIRST"
001414         GO TO 2200-EXIT
001415     END-IF
001416     MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
001420     PERFORM 2500-PROMPT-FIELDS THRU 2500-EXIT
001430     IF WS-IN-NAME NOT = SPACES
001440         MOVE WS-IN-NAME TO ACCT-SHORT-NAME
001600     IF WS-IN-CLOSE-DATE NOT = SPACES
001610         MOVE WS-IN-CLOSE-DATE TO ACCT-CLOSE-DATE
001620     END-IF
001625     IF ACCT-RECORD = WS-BEFORE-IMAGE
001630         DISPLAY "NOTHING CHANGED - NO PROPOSAL MADE"
001635         GO TO 2200-EXIT
001640     END-IF
001645     MOVE SPACES          TO PEND-RECORD
001650     MOVE WS-BEFORE-IMAGE TO PEND-BEFORE-IMAGE
001655     MOVE ACCT-RECORD     TO PEND-AFTER-IMAGE
001660     IF PEND-A-STATUS NOT = PEND-B-STATUS
001665         SET PEND-IS-STATUS TO TRUE
001670     ELSE
001675         SET PEND-IS-UPDATE TO TRUE
001680     END-IF
001685     PERFORM 2800-WRITE-PROPOSAL THRU 2800-EXIT.
001690 2200-EXIT.
001700     EXIT.
001710*-----------------------------------------------------------------
001720* 2300-DISPLAY-ACCOUNT THRU 2300-EXIT.
001722* SHOWS THE MASTER AS IT STANDS AND ANY CHANGE AWAITING APPROVAL,
001724* INCLUDING A PROPOSED ADD FOR AN ACCOUNT NOT YET ON THE MASTER.
001730*-----------------------------------------------------------------
001740 2300-DISPLAY-ACCOUNT.
001750     MOVE WS-IN-ACCOUNT TO ACCT-NUMBER
001770         INVALID KEY
001780             DISPLAY "ACCOUNT " WS-IN-ACCOUNT
001790                 " NOT ON MASTER (STATUS " FS-ACCT ")"
001795             PERFORM 2700-FIND-PENDING THRU 2700-EXIT
001800             GO TO 2300-EXIT
001810     END-READ
001820     PERFORM 2600-STATUS-WORD THRU 2600-EXIT
001850     DISPLAY "BRANCH:     " ACCT-BRANCH
001860     DISPLAY "STATUS:     " WS-STATUS-WORD
001870     DISPLAY "OPEN DATE:  " ACCT-OPEN-DATE
001875     DISPLAY "CLOSE DATE: " ACCT-CLOSE-DATE
001880     PERFORM 2700-FIND-PENDING THRU 2700-EXIT.
001890 2300-EXIT.
001900     EXIT.
001910*-----------------------------------------------------------------
002200     END-EVALUATE.
002210 2600-EXIT.
002220     EXIT.
002230*-----------------------------------------------------------------
002240* 2650-ACTION-WORD THRU 2650-EXIT.
002250*-----------------------------------------------------------------
002260 2650-ACTION-WORD.
002270     EVALUATE TRUE
002280         WHEN PEND-IS-ADD
002290             MOVE "ADD   " TO WS-ACTION-WORD
002300         WHEN PEND-IS-STATUS
002310             MOVE "STATUS" TO WS-ACTION-WORD
002320         WHEN OTHER
002330             MOVE "UPDATE" TO WS-ACTION-WORD
002340     END-EVALUATE.
002350 2650-EXIT.
002360     EXIT.
002370*-----------------------------------------------------------------
002380* 2700-FIND-PENDING THRU 2700-EXIT.
002390* LOOKS FOR A CHANGE TO WS-IN-ACCOUNT STILL AWAITING A DECISION
002400* AND NAMES IT ON THE CONSOLE. AT MOST ONE CAN EXIST.
002410*-----------------------------------------------------------------
002420 2700-FIND-PENDING.
002430     MOVE 'N' TO WS-PENDING-SW
002440     MOVE 0 TO PEND-CHANGE-NO
002450     START PENDFILE KEY NOT < PEND-CHANGE-NO
002460         INVALID KEY
002470             GO TO 2700-EXIT
002480     END-START
002490     PERFORM 1010-READ-NEXT THRU 1010-EXIT
002500     PERFORM UNTIL NOT FS-PEND-OK
002510             OR WS-PENDING-FOUND
002520         IF PEND-IS-PENDING AND PEND-ACCOUNT = WS-IN-ACCOUNT
002530             SET WS-PENDING-FOUND TO TRUE
002540         ELSE
002550             PERFORM 1010-READ-NEXT THRU 1010-EXIT
002560         END-IF
002570     END-PERFORM
002580     IF WS-PENDING-FOUND
002590         PERFORM 2650-ACTION-WORD THRU 2650-EXIT
002600         DISPLAY "CHANGE " PEND-CHANGE-NO " (" WS-ACTION-WORD
002610             ") AWAITS APPROVAL - MADE BY " PEND-MAKER
002620             " ON " PEND-MADE-DATE
002630     END-IF.
002640 2700-EXIT.
002650     EXIT.
002660*-----------------------------------------------------------------
002670* 2800-WRITE-PROPOSAL THRU 2800-EXIT.
002680* THE CALLER HAS BUILT THE ACTION AND THE IMAGES IN PEND-RECORD.
002690* NUMBERS THE CHANGE, STAMPS THE MAKER AND WRITES IT PENDING.
002700*-----------------------------------------------------------------
002710 2800-WRITE-PROPOSAL.
002720     MOVE PEND-RECORD TO WS-PEND-SAVE
002730     PERFORM 1000-FIND-LAST-CHANGE THRU 1000-EXIT
002740     MOVE WS-PEND-SAVE TO PEND-RECORD
002750     ADD 1 TO WS-LAST-CHANGE-NO
002760     MOVE WS-LAST-CHANGE-NO TO PEND-CHANGE-NO
002770     SET PEND-IS-PENDING    TO TRUE
002780     MOVE WS-IN-ACCOUNT     TO PEND-ACCOUNT
002790     MOVE WS-USER-ID        TO PEND-MAKER
002800     ACCEPT PEND-MADE-DATE FROM DATE YYYYMMDD
002810     ACCEPT PEND-MADE-TIME FROM TIME
002820     WRITE PEND-RECORD
002830         INVALID KEY
002840             DISPLAY "WRITE PENDFILE FAILED (STATUS " FS-PEND ")"
002850         NOT INVALID KEY
002860             DISPLAY "CHANGE " PEND-CHANGE-NO " FOR ACCOUNT "
002870                 WS-IN-ACCOUNT " AWAITS APPROVAL BY ANOTHER USER"
002880     END-WRITE.
002890 2800-EXIT.
002900     EXIT.
002910*-----------------------------------------------------------------
002920* 3000-APPROVE-CHANGE THRU 3000-EXIT.
002930* APPLIES A PENDING CHANGE TO THE MASTER FOR A CHECKER WHO IS NOT
002940* ITS MAKER. AN ADD IS WRITTEN FROM THE AFTER IMAGE; AN UPDATE IS
002950* REWRITTEN ONLY IF THE MASTER STILL MATCHES THE BEFORE IMAGE,
002960* OTHERWISE IT STAYS PENDING FOR THE DESK TO DECLINE AND REDO.
002970* THE CHANGE IS RECORDED APPLIED BEFORE THE MASTER IS TOUCHED, SO
002980* A LIVE CHANGE CAN NEVER STILL READ PENDING; IF THE MASTER WRITE
002990* THEN FAILS IT IS PUT BACK TO PENDING. ONLY A CHANGE ON BOTH
003000* FILES IS JOURNALED.
003010*-----------------------------------------------------------------
003020 3000-APPROVE-CHANGE.
003030     PERFORM 3200-GET-CHANGE THRU 3200-EXIT
003040     IF NOT WS-CHANGE-READY
003050         GO TO 3000-EXIT
003060     END-IF
003070     IF PEND-MAKER = WS-USER-ID
003080         DISPLAY "CHANGE " PEND-CHANGE-NO " WAS MADE BY "
003090             PEND-MAKER " - ANOTHER USER MUST APPROVE IT"
003100         GO TO 3000-EXIT
003110     END-IF
003120     IF NOT PEND-IS-ADD
003130         MOVE PEND-ACCOUNT TO ACCT-NUMBER
003140         READ ACCTMAST
003150             INVALID KEY
003160                 DISPLAY "ACCOUNT " PEND-ACCOUNT
003170                     " NOT ON MASTER (STATUS " FS-ACCT ")"
003180                 DISPLAY "CHANGE " PEND-CHANGE-NO " LEFT PENDING"
003190                 GO TO 3000-EXIT
003200         END-READ
003210         IF ACCT-RECORD NOT = PEND-BEFORE-IMAGE
003220             DISPLAY "MASTER CHANGED SINCE CHANGE "
003230                 PEND-CHANGE-NO " WAS PROPOSED - DECLINE IT"
003240                 " AND PROPOSE AGAIN"
003250             GO TO 3000-EXIT
003260         END-IF
003270     END-IF
003280     SET PEND-IS-APPLIED TO TRUE
003290     MOVE "APPLIED" TO WS-DECISION-WORD
003300     PERFORM 3300-RECORD-DECISION THRU 3300-EXIT
003310     IF NOT WS-DECISION-RECORDED
003320         GO TO 3000-EXIT
003330     END-IF
003340     MOVE PEND-AFTER-IMAGE TO ACCT-RECORD
003350     IF PEND-IS-ADD
003360         WRITE ACCT-RECORD
003370             INVALID KEY
003380                 DISPLAY "ACCOUNT " PEND-ACCOUNT
003390                     " ALREADY ON MASTER (STATUS " FS-ACCT ")"
003400         END-WRITE
003410     ELSE
003420         REWRITE ACCT-RECORD
003430             INVALID KEY
003440                 DISPLAY "REWRITE FAILED (STATUS " FS-ACCT ")"
003450         END-REWRITE
003460     END-IF
003470     IF NOT FS-ACCT-OK
003480         PERFORM 3320-UNDO-DECISION THRU 3320-EXIT
003490         GO TO 3000-EXIT
003500     END-IF
003510     PERFORM 3310-JOURNAL-DECISION THRU 3310-EXIT
003520     MOVE PEND-B-STATUS TO WS-OLD-STATUS
003530     IF WS-WAS-FROZEN AND ACCT-IS-OPEN
003540         DISPLAY "ACCOUNT UNFROZEN - RUN PKSREL01 TO "
003550             "RELEASE ITS SUSPENSE ITEMS"
003560     END-IF.
003570 3000-EXIT.
003580     EXIT.
003590*-----------------------------------------------------------------
003600* 3100-DECLINE-CHANGE THRU 3100-EXIT.
003610* ANY USER MAY DECLINE A PENDING CHANGE; WHEN THE MAKER DOES IT
003620* THE CHANGE IS WITHDRAWN. THE MASTER IS NOT TOUCHED.
003630*-----------------------------------------------------------------
003640 3100-DECLINE-CHANGE.
003650     PERFORM 3200-GET-CHANGE THRU 3200-EXIT
003660     IF NOT WS-CHANGE-READY
003670         GO TO 3100-EXIT
003680     END-IF
003690     SET PEND-IS-DECLINED TO TRUE
003700     IF PEND-MAKER = WS-USER-ID
003710         MOVE "WITHDRAWN" TO WS-DECISION-WORD
003720     ELSE
003730         MOVE "DECLINED" TO WS-DECISION-WORD
003740     END-IF
003750     PERFORM 3300-RECORD-DECISION THRU 3300-EXIT
003760     IF WS-DECISION-RECORDED
003770         PERFORM 3310-JOURNAL-DECISION THRU 3310-EXIT
003780     END-IF.
003790 3100-EXIT.
003800     EXIT.
003810*-----------------------------------------------------------------
003820* 3200-GET-CHANGE THRU 3200-EXIT.
003830* PROMPTS FOR A CHANGE NUMBER AND READS IT; ONLY A CHANGE STILL
003840* AWAITING A DECISION IS READY.
003850*-----------------------------------------------------------------
003860 3200-GET-CHANGE.
003870     MOVE 'N' TO WS-CHANGE-SW
003880     DISPLAY "ENTER CHANGE NUMBER"
003890     ACCEPT WS-IN-CHANGE-NO
003900     MOVE WS-IN-CHANGE-NO TO PEND-CHANGE-NO
003910     READ PENDFILE
003920         INVALID KEY
003930             DISPLAY "CHANGE " WS-IN-CHANGE-NO
003940                 " NOT ON FILE (STATUS " FS-PEND ")"
003950             GO TO 3200-EXIT
003960     END-READ
003970     IF NOT PEND-IS-PENDING
003980         DISPLAY "CHANGE " PEND-CHANGE-NO
003990             " ALREADY DECIDED BY " PEND-CHECKER
004000             " ON " PEND-DECIDED-DATE
004010         GO TO 3200-EXIT
004020     END-IF
004030     PERFORM 2650-ACTION-WORD THRU 2650-EXIT
004040     DISPLAY "CHANGE " PEND-CHANGE-NO " " WS-ACTION-WORD
004050         " ACCOUNT " PEND-ACCOUNT " BY " PEND-MAKER
004060     IF NOT PEND-IS-ADD
004070         DISPLAY "  BEFORE: " PEND-BEFORE-IMAGE
004080     END-IF
004090     DISPLAY "  AFTER:  " PEND-AFTER-IMAGE
004100     SET WS-CHANGE-READY TO TRUE.
004110 3200-EXIT.
004120     EXIT.
004130*-----------------------------------------------------------------
004140* 3300-RECORD-DECISION THRU 3300-EXIT.
004150* STAMPS THE CHECKER AND TIME ON THE DECIDED CHANGE AND REWRITES
004160* IT. A CHANGE WHOSE REWRITE FAILS STAYS PENDING ON FILE AND
004170* WS-DECISION-RECORDED IS LEFT OFF, SO IT IS NEITHER APPLIED NOR
004180* JOURNALED AS DECIDED.
004190*-----------------------------------------------------------------
004200 3300-RECORD-DECISION.
004210     MOVE 'N' TO WS-RECORDED-SW
004220     MOVE WS-USER-ID TO PEND-CHECKER
004230     ACCEPT PEND-DECIDED-DATE FROM DATE YYYYMMDD
004240     ACCEPT PEND-DECIDED-TIME FROM TIME
004250     REWRITE PEND-RECORD
004260         INVALID KEY
004270             DISPLAY "REWRITE PENDFILE FAILED (STATUS "
004280                 FS-PEND ")"
004290     END-REWRITE
004300     IF NOT FS-PEND-OK
004310         MOVE FS-PEND TO RETURN-CODE
004320         DISPLAY "CHANGE " PEND-CHANGE-NO " NOT RECORDED - LEFT "
004330             "PENDING"
004340         GO TO 3300-EXIT
004350     END-IF
004360     SET WS-DECISION-RECORDED TO TRUE.
004370 3300-EXIT.
004380     EXIT.
004390*-----------------------------------------------------------------
004400* 3310-JOURNAL-DECISION THRU 3310-EXIT.
004410* APPENDS THE DECIDED CHANGE TO THE JOURNAL ONCE EVERY FILE IT
004420* TOUCHES HAS BEEN WRITTEN.
004430*-----------------------------------------------------------------
004440 3310-JOURNAL-DECISION.
004450     WRITE JRNL-LINE FROM PEND-RECORD
004460     IF NOT FS-JRNL-OK
004470         DISPLAY "WRITE JRNLFILE"
004480         DISPLAY FS-JRNL
004490         MOVE FS-JRNL TO RETURN-CODE
004500     END-IF
004510     DISPLAY "CHANGE " PEND-CHANGE-NO " " WS-DECISION-WORD
004520         " - ACCOUNT " PEND-ACCOUNT.
004530 3310-EXIT.
004540     EXIT.
004550*-----------------------------------------------------------------
004560* 3320-UNDO-DECISION THRU 3320-EXIT.
004570* PUTS AN APPROVED CHANGE BACK TO PENDING, CHECKER CLEARED, WHEN
004580* THE MASTER WRITE FAILED AFTER THE DECISION WAS RECORDED. IF EVEN
004590* THAT REWRITE FAILS THE DESK IS TOLD THE CHANGE READS APPLIED
004600* WHILE THE MASTER DOES NOT CARRY IT.
004610*-----------------------------------------------------------------
004620 3320-UNDO-DECISION.
004630     SET PEND-IS-PENDING TO TRUE
004640     MOVE SPACES TO PEND-CHECKER
004650     MOVE SPACES TO PEND-DECIDED-DATE
004660     MOVE SPACES TO PEND-DECIDED-TIME
004670     REWRITE PEND-RECORD
004680         INVALID KEY
004690             DISPLAY "REWRITE PENDFILE FAILED (STATUS "
004700                 FS-PEND ")"
004710     END-REWRITE
004720     IF NOT FS-PEND-OK
004730         MOVE FS-PEND TO RETURN-CODE
004740         DISPLAY "CHANGE " PEND-CHANGE-NO " READS APPLIED BUT "
004750             "THE MASTER DOES NOT CARRY IT - DESK TO ADVISE"
004760         GO TO 3320-EXIT
004770     END-IF
004780     DISPLAY "CHANGE " PEND-CHANGE-NO " LEFT PENDING".
004790 3320-EXIT.
004800     EXIT.
004810*-----------------------------------------------------------------
004820* 1000-FIND-LAST-CHANGE THRU 1000-EXIT.
004830* READS THE PENDING FILE END TO END FOR THE HIGHEST CHANGE
004840* NUMBER ISSUED SO FAR. DONE AFRESH FOR EVERY NEW PROPOSAL SO A
004850* SECOND SESSION'S NUMBERS ARE NEVER REUSED.
004860*-----------------------------------------------------------------
004870 1000-FIND-LAST-CHANGE.
004880     MOVE 0 TO WS-LAST-CHANGE-NO
004890     MOVE 0 TO PEND-CHANGE-NO
004900     START PENDFILE KEY NOT < PEND-CHANGE-NO
004910         INVALID KEY
004920             GO TO 1000-EXIT
004930     END-START
004940     PERFORM 1010-READ-NEXT THRU 1010-EXIT
004950     PERFORM UNTIL NOT FS-PEND-OK
004960         MOVE PEND-CHANGE-NO TO WS-LAST-CHANGE-NO
004970         PERFORM 1010-READ-NEXT THRU 1010-EXIT
004980     END-PERFORM.
004990 1000-EXIT.
005000     EXIT.
005010*-----------------------------------------------------------------
005020* 1010-READ-NEXT THRU 1010-EXIT.
005030*-----------------------------------------------------------------
005040 1010-READ-NEXT.
005050     READ PENDFILE NEXT RECORD
005060         AT END
005070             MOVE 10 TO FS-PEND
005080     END-READ.
005090 1010-EXIT.
005100     EXIT.
005110*-----------------------------------------------------------------
005120* 2400-LIST-PENDING THRU 2400-EXIT.
005130* ONE LINE PER CHANGE STILL AWAITING A DECISION, OLDEST FIRST.
005140*-----------------------------------------------------------------
005150 2400-LIST-PENDING.
005160     MOVE 0 TO WS-PEND-LIST-CT
005170     MOVE 0 TO PEND-CHANGE-NO
005180     START PENDFILE KEY NOT < PEND-CHANGE-NO
005190         INVALID KEY
005200             MOVE 10 TO FS-PEND
005210     END-START
005220     IF FS-PEND-OK
005230         PERFORM 1010-READ-NEXT THRU 1010-EXIT
005240     END-IF
005250     PERFORM UNTIL NOT FS-PEND-OK
005260         IF PEND-IS-PENDING
005270             ADD 1 TO WS-PEND-LIST-CT
005280             PERFORM 2650-ACTION-WORD THRU 2650-EXIT
005290             DISPLAY "CHANGE " PEND-CHANGE-NO " " WS-ACTION-WORD
005300                 " ACCOUNT " PEND-ACCOUNT " BY " PEND-MAKER
005310                 " ON " PEND-MADE-DATE " " PEND-MADE-TIME
005320         END-IF
005330         PERFORM 1010-READ-NEXT THRU 1010-EXIT
005340     END-PERFORM
005350     IF WS-PEND-LIST-CT = 0
005360         DISPLAY "NO CHANGES AWAIT APPROVAL"
005370     ELSE
005380         DISPLAY WS-PEND-LIST-CT " CHANGE(S) AWAIT APPROVAL"
005390     END-IF.
005400 2400-EXIT.
005410     EXIT.
005420 END PROGRAM PKAMNT01.
