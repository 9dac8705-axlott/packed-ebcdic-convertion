000010******************************************************************
000020* AUTHOR.     R. OKAFOR.
000030* INSTALLATION. LEDGER SYSTEMS GROUP.
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    CONSOLE REVIEW OF THE UNUSUAL MOVEMENT QUEUE
000070*             (REVIEW-QUEUE.DAT) PKMVSC01 BUILDS BEFORE THE
000080*             PUBLISH. THE DESK WORKS THE UNDECIDED ITEMS ONE BY
000090*             ONE, ACCEPTING EACH (IT PUBLISHES) OR HOLDING IT
000100*             (PKDRV01 WITHHOLDS IT FROM THE FEED AND LOGS IT),
000110*             ALWAYS WITH A REASON, UNDER THE REVIEWER'S USER ID.
000120*             THE USER ID IS THE SIGNED-ON ONE (ENVIRONMENT USER),
000130*             NEVER TYPED, AND THE SESSION IS REFUSED WITHOUT IT.
000140*             A DECIDED ITEM MAY BE CHANGED BY ACCOUNT AND
000150*             EFFECTIVE DATE UNTIL THE FEED IS PUBLISHED: ONCE
000160*             RUN-REGISTRY.TXT CARRIES A CLEAN, PUBLISHED RUN FOR
000170*             THE ITEM'S BUSINESS DATE, ANY DECISION ON IT IS
000180*             REFUSED - THE FEED HAS GONE AND THE ITEM'S STATE
000190*             MUST STILL SAY WHAT WAS DONE WITH IT. THE DECISIONS
000200*             TAKE EFFECT WHEN PKDRV01 IS RERUN.
000210* TECTONICS.  cobc -std=ibm.
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY.
000240*   2026-10-15 RO  INITIAL VERSION.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. PKMREV01.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT MVQUEUE ASSIGN "review-queue.dat"
000320         ORGANIZATION INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS MVQ-KEY
000350         FILE STATUS IS FS-MVQ.
000360     SELECT REGISTRY ASSIGN "run-registry.txt"
000370         ORGANIZATION SEQUENTIAL
000380         ACCESS MODE IS SEQUENTIAL
000390         FILE STATUS IS FS-REG.
000400 DATA DIVISION.
000410 FILE SECTION.
000420*-----------------------------------------------------------------
000430* REVIEW QUEUE - ONE ENTRY PER FLAGGED BALANCE.
000440*-----------------------------------------------------------------
000450 FD  MVQUEUE.
000460     COPY MVQREC.
000470*-----------------------------------------------------------------
000480* RUN REGISTRY - WHICH BUSINESS DATES HAVE PUBLISHED.
000490*-----------------------------------------------------------------
000500 FD  REGISTRY
000510     RECORDING MODE IS F.
000520     COPY RUNREGRC.
000530 WORKING-STORAGE SECTION.
000540 01  FS-MVQ           PIC 9(02).
000550     88  FS-MVQ-OK                VALUE 00.
000560     88  FS-MVQ-EOF               VALUE 10.
000570 01  FS-REG           PIC 9(02).
000580     88  FS-REG-OK                VALUE 00.
000590     88  FS-REG-EOF               VALUE 10.
000600 01  WS-PUBLISHED-SW  PIC X(01) VALUE 'N'.
000610     88  WS-FEED-PUBLISHED        VALUE 'Y'.
000620 01  WS-USER-ID       PIC X(08).
000630 01  WS-ACTION        PIC X(01).
000640     88  WS-SESSION-DONE          VALUE 'X' SPACE.
000650     88  WS-ACTION-WORK           VALUE 'W'.
000660     88  WS-ACTION-LIST           VALUE 'L'.
000670     88  WS-ACTION-CHANGE         VALUE 'C'.
000680 01  WS-DECISION      PIC X(01).
000690     88  WS-DECIDE-ACCEPT         VALUE 'A'.
000700     88  WS-DECIDE-HOLD           VALUE 'H'.
000710     88  WS-DECIDE-SKIP           VALUE 'S'.
000720     88  WS-DECIDE-STOP           VALUE 'X'.
000730 01  WS-STOP-SW       PIC X(01) VALUE 'N'.
000740     88  WS-STOP-WORKING          VALUE 'Y'.
000750 01  WS-IN-REASON     PIC X(40).
000760 01  WS-IN-ACCOUNT    PIC X(10).
000770 01  WS-IN-EFF-DATE   PIC X(08).
000780 01  WS-REASON-WORD   PIC X(24).
000790 01  WS-STATE-WORD    PIC X(09).
000800 01  WS-SHOWN-CT      PIC 9(07).
000810 01  WS-DECIDED-CT    PIC 9(07) VALUE 0.
000820 01  WS-EDIT-VALUE    PIC -(18)9.
000830*
000840 PROCEDURE DIVISION.
000850*-----------------------------------------------------------------
000860* 0000-MAINLINE.
000870*-----------------------------------------------------------------
000880 0000-MAINLINE.
000890     MOVE SPACES TO WS-USER-ID
000900     ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
000910     IF WS-USER-ID = SPACES
000920         DISPLAY "NO SIGNED-ON USER ID - SESSION REFUSED"
000930         MOVE 8 TO RETURN-CODE
000940         GO TO 0000-WRAP-UP
000950     END-IF
000960     OPEN I-O MVQUEUE
000970     IF NOT FS-MVQ-OK
000980         DISPLAY "PKMREV01 NO REVIEW QUEUE (STATUS " FS-MVQ
000990             ") - NOTHING HAS BEEN SCREENED"
001000         MOVE FS-MVQ TO RETURN-CODE
001010         GO TO 0000-WRAP-UP
001020     END-IF
001030     PERFORM 2000-ONE-ACTION THRU 2000-EXIT
001040     PERFORM UNTIL WS-SESSION-DONE
001050         PERFORM 2000-ONE-ACTION THRU 2000-EXIT
001060     END-PERFORM
001070     CLOSE MVQUEUE
001080     DISPLAY "PKMREV01 DECISIONS RECORDED: " WS-DECIDED-CT.
001090 0000-WRAP-UP.
001100     STOP RUN.
001110*-----------------------------------------------------------------
001120* 1010-READ-NEXT THRU 1010-EXIT.
001130*-----------------------------------------------------------------
001140 1010-READ-NEXT.
001150     READ MVQUEUE NEXT RECORD
001160         AT END
001170             MOVE 10 TO FS-MVQ
001180     END-READ.
001190 1010-EXIT.
001200     EXIT.
001210*-----------------------------------------------------------------
001220* 1020-START-QUEUE THRU 1020-EXIT.
001230* POSITIONS AT THE FIRST ENTRY; AN EMPTY QUEUE READS AS EOF.
001240*-----------------------------------------------------------------
001250 1020-START-QUEUE.
001260     MOVE LOW-VALUES TO MVQ-KEY
001270     START MVQUEUE KEY NOT < MVQ-KEY
001280         INVALID KEY
001290             MOVE 10 TO FS-MVQ
001300             GO TO 1020-EXIT
001310     END-START
001320     PERFORM 1010-READ-NEXT THRU 1010-EXIT.
001330 1020-EXIT.
001340     EXIT.
001350*-----------------------------------------------------------------
001360* 2000-ONE-ACTION THRU 2000-EXIT.
001370* 'X' (OR A BLANK ACTION) ENDS THE SESSION.
001380*-----------------------------------------------------------------
001390 2000-ONE-ACTION.
001400     DISPLAY "ENTER ACTION (W=WORK UNDECIDED L=LIST OPEN ITEMS)"
001410     DISPLAY "             (C=CHANGE A DECISION X=END)"
001420     ACCEPT WS-ACTION
001430     IF WS-SESSION-DONE
001440         GO TO 2000-EXIT
001450     END-IF
001460     EVALUATE TRUE
001470         WHEN WS-ACTION-WORK
001480             PERFORM 2100-WORK-QUEUE THRU 2100-EXIT
001490         WHEN WS-ACTION-LIST
001500             PERFORM 2200-LIST-QUEUE THRU 2200-EXIT
001510         WHEN WS-ACTION-CHANGE
001520             PERFORM 2300-CHANGE-DECISION THRU 2300-EXIT
001530         WHEN OTHER
001540             DISPLAY "UNKNOWN ACTION: " WS-ACTION
001550     END-EVALUATE.
001560 2000-EXIT.
001570     EXIT.
001580*-----------------------------------------------------------------
001590* 2100-WORK-QUEUE THRU 2100-EXIT.
001600* SHOWS EACH UNDECIDED ITEM IN KEY ORDER AND TAKES A DECISION.
001610* S LEAVES THE ITEM UNDECIDED; X STOPS THE PASS.
001620*-----------------------------------------------------------------
001630 2100-WORK-QUEUE.
001640     MOVE 0   TO WS-SHOWN-CT
001650     MOVE 'N' TO WS-STOP-SW
001660     PERFORM 1020-START-QUEUE THRU 1020-EXIT
001670     PERFORM UNTIL FS-MVQ-EOF OR WS-STOP-WORKING
001680         IF MVQ-UNDECIDED
001690             ADD 1 TO WS-SHOWN-CT
001700             PERFORM 2500-SHOW-ITEM THRU 2500-EXIT
001710             PERFORM 2600-TAKE-DECISION THRU 2600-EXIT
001720         END-IF
001730         IF NOT WS-STOP-WORKING
001740             PERFORM 1010-READ-NEXT THRU 1010-EXIT
001750         END-IF
001760     END-PERFORM
001770     IF WS-SHOWN-CT = 0
001780         DISPLAY "NO ITEMS AWAIT REVIEW"
001790     END-IF.
001800 2100-EXIT.
001810     EXIT.
001820*-----------------------------------------------------------------
001830* 2200-LIST-QUEUE THRU 2200-EXIT.
001840* ONE LINE PER UNDECIDED OR HELD ITEM; ACCEPTED ITEMS ARE DONE
001850* WITH AND ARE NOT LISTED.
001860*-----------------------------------------------------------------
001870 2200-LIST-QUEUE.
001880     MOVE 0 TO WS-SHOWN-CT
001890     PERFORM 1020-START-QUEUE THRU 1020-EXIT
001900     PERFORM UNTIL FS-MVQ-EOF
001910         IF NOT MVQ-ACCEPTED
001920             ADD 1 TO WS-SHOWN-CT
001930             PERFORM 2650-STATE-WORD THRU 2650-EXIT
001940             PERFORM 2660-REASON-WORD THRU 2660-EXIT
001950             MOVE MVQ-MOVEMENT TO WS-EDIT-VALUE
001960             DISPLAY MVQ-ACCOUNT " " MVQ-EFF-DATE " "
001970                 MVQ-BRANCH " " WS-STATE-WORD " "
001980                 WS-REASON-WORD " MOVE " WS-EDIT-VALUE
001990         END-IF
002000         PERFORM 1010-READ-NEXT THRU 1010-EXIT
002010     END-PERFORM
002020     IF WS-SHOWN-CT = 0
002030         DISPLAY "NO UNDECIDED OR HELD ITEMS"
002040     END-IF.
002050 2200-EXIT.
002060     EXIT.
002070*-----------------------------------------------------------------
002080* 2300-CHANGE-DECISION THRU 2300-EXIT.
002090* RE-DECIDES ONE ITEM BY ACCOUNT AND EFFECTIVE DATE.
002100*-----------------------------------------------------------------
002110 2300-CHANGE-DECISION.
002120     DISPLAY "ENTER ACCOUNT NUMBER"
002130     ACCEPT WS-IN-ACCOUNT
002140     DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD)"
002150     ACCEPT WS-IN-EFF-DATE
002160     MOVE WS-IN-ACCOUNT  TO MVQ-ACCOUNT
002170     MOVE WS-IN-EFF-DATE TO MVQ-EFF-DATE
002180     READ MVQUEUE
002190         INVALID KEY
002200             DISPLAY "ACCOUNT " WS-IN-ACCOUNT " DATE "
002210                 WS-IN-EFF-DATE " IS NOT IN THE QUEUE"
002220             GO TO 2300-EXIT
002230     END-READ
002240     PERFORM 2500-SHOW-ITEM THRU 2500-EXIT
002250     PERFORM 2600-TAKE-DECISION THRU 2600-EXIT.
002260 2300-EXIT.
002270     EXIT.
002280*-----------------------------------------------------------------
002290* 2500-SHOW-ITEM THRU 2500-EXIT.
002300*-----------------------------------------------------------------
002310 2500-SHOW-ITEM.
002320     PERFORM 2650-STATE-WORD THRU 2650-EXIT
002330     PERFORM 2660-REASON-WORD THRU 2660-EXIT
002340     DISPLAY "ACCOUNT:    " MVQ-ACCOUNT "  EFF DATE " MVQ-EFF-DATE
002350         "  BRANCH " MVQ-BRANCH
002360     DISPLAY "FLAGGED:    " WS-REASON-WORD " (BUSINESS DATE "
002370         MVQ-BUS-DATE ")"
002380     IF MVQ-PRIOR-EFF-DATE = SPACES
002390         DISPLAY "PRIOR:      (NO EARLIER HISTORY)"
002400     ELSE
002410         MOVE MVQ-PRIOR-VALUE TO WS-EDIT-VALUE
002420         DISPLAY "PRIOR:      " WS-EDIT-VALUE " AT "
002430             MVQ-PRIOR-EFF-DATE
002440     END-IF
002450     MOVE MVQ-NEW-VALUE TO WS-EDIT-VALUE
002460     DISPLAY "NEW:        " WS-EDIT-VALUE
002470     MOVE MVQ-MOVEMENT TO WS-EDIT-VALUE
002480     DISPLAY "MOVEMENT:   " WS-EDIT-VALUE
002490     MOVE MVQ-ORIG-AMOUNT TO WS-EDIT-VALUE
002500     DISPLAY "DELIVERED:  " WS-EDIT-VALUE " " MVQ-CURRENCY
002510     DISPLAY "STATE:      " WS-STATE-WORD
002520     IF NOT MVQ-UNDECIDED
002530         DISPLAY "DECIDED BY: " MVQ-DECIDED-BY " "
002540             MVQ-DECIDED-DATE " " MVQ-DECIDED-TIME
002550         DISPLAY "REASON:     " MVQ-DECISION-REASON
002560     END-IF.
002570 2500-EXIT.
002580     EXIT.
002590*-----------------------------------------------------------------
002600* 2600-TAKE-DECISION THRU 2600-EXIT.
002610* ACCEPT AND HOLD BOTH NEED A REASON; A BLANK REASON LEAVES THE
002620* ITEM AS IT WAS. AN ITEM WHOSE FEED HAS PUBLISHED IS NOT
002630* DECIDED AGAIN.
002640*-----------------------------------------------------------------
002650 2600-TAKE-DECISION.
002660     PERFORM 2700-CHECK-PUBLISHED THRU 2700-EXIT
002670     IF WS-FEED-PUBLISHED
002680         DISPLAY "FEED FOR BUSINESS DATE " MVQ-BUS-DATE
002690             " IS PUBLISHED - DECISION STANDS"
002700         GO TO 2600-EXIT
002710     END-IF
002720     DISPLAY "DECISION (A=ACCEPT H=HOLD S=SKIP X=STOP)"
002730     ACCEPT WS-DECISION
002740     EVALUATE TRUE
002750         WHEN WS-DECIDE-STOP
002760             SET WS-STOP-WORKING TO TRUE
002770             GO TO 2600-EXIT
002780         WHEN WS-DECIDE-ACCEPT
002790         WHEN WS-DECIDE-HOLD
002800             CONTINUE
002810         WHEN OTHER
002820             DISPLAY "ITEM LEFT AS IT WAS"
002830             GO TO 2600-EXIT
002840     END-EVALUATE
002850     DISPLAY "ENTER REASON"
002860     ACCEPT WS-IN-REASON
002870     IF WS-IN-REASON = SPACES
002880         DISPLAY "A REASON IS REQUIRED - ITEM LEFT AS IT WAS"
002890         GO TO 2600-EXIT
002900     END-IF
002910     MOVE WS-DECISION  TO MVQ-STATE
002920     MOVE WS-USER-ID   TO MVQ-DECIDED-BY
002930     MOVE WS-IN-REASON TO MVQ-DECISION-REASON
002940     ACCEPT MVQ-DECIDED-DATE FROM DATE YYYYMMDD
002950     ACCEPT MVQ-DECIDED-TIME FROM TIME
002960     REWRITE MVQ-RECORD
002970         INVALID KEY
002980             DISPLAY "REWRITE MVQUEUE FAILED (STATUS " FS-MVQ
002990                 ")"
003000             GO TO 2600-EXIT
003010     END-REWRITE
003020     ADD 1 TO WS-DECIDED-CT
003030     PERFORM 2650-STATE-WORD THRU 2650-EXIT
003040     DISPLAY "ACCOUNT " MVQ-ACCOUNT " " MVQ-EFF-DATE " "
003050         WS-STATE-WORD.
003060 2600-EXIT.
003070     EXIT.
003080*-----------------------------------------------------------------
003090* 2650-STATE-WORD THRU 2650-EXIT.
003100*-----------------------------------------------------------------
003110 2650-STATE-WORD.
003120     EVALUATE TRUE
003130         WHEN MVQ-ACCEPTED
003140             MOVE "ACCEPTED"  TO WS-STATE-WORD
003150         WHEN MVQ-HELD
003160             MOVE "HELD"      TO WS-STATE-WORD
003170         WHEN OTHER
003180             MOVE "UNDECIDED" TO WS-STATE-WORD
003190     END-EVALUATE.
003200 2650-EXIT.
003210     EXIT.
003220*-----------------------------------------------------------------
003230* 2660-REASON-WORD THRU 2660-EXIT.
003240*-----------------------------------------------------------------
003250 2660-REASON-WORD.
003260     EVALUATE TRUE
003270         WHEN MVQ-SIGN-FLIP
003280             MOVE "SIGN FLIP"              TO WS-REASON-WORD
003290         WHEN MVQ-OVER-ABSOLUTE
003300             MOVE "OVER ABSOLUTE LIMIT"    TO WS-REASON-WORD
003310         WHEN MVQ-OVER-PERCENT
003320             MOVE "OVER PERCENTAGE LIMIT"  TO WS-REASON-WORD
003330         WHEN MVQ-FIRST-SEEN
003340             MOVE "FIRST BALANCE OVER SIZE" TO WS-REASON-WORD
003350         WHEN OTHER
003360             MOVE "UNKNOWN"                TO WS-REASON-WORD
003370     END-EVALUATE.
003380 2660-EXIT.
003390     EXIT.
003400*-----------------------------------------------------------------
003410* 2700-CHECK-PUBLISHED THRU 2700-EXIT.
003420* THE SAME TEST PKDRV01 APPLIES BEFORE A CONVERSION: A REGISTRY
003430* LINE FOR THE ITEM'S BUSINESS DATE WITH ALL THREE RETURN CODES
003440* ZERO MEANS THAT DATE'S FEED HAS PUBLISHED. NO REGISTRY MEANS
003450* NOTHING HAS.
003460*-----------------------------------------------------------------
003470 2700-CHECK-PUBLISHED.
003480     MOVE 'N' TO WS-PUBLISHED-SW
003490     OPEN INPUT REGISTRY
003500     IF NOT FS-REG-OK
003510         GO TO 2700-EXIT
003520     END-IF
003530     PERFORM 2710-READ-REGISTRY THRU 2710-EXIT
003540     PERFORM UNTIL FS-REG-EOF
003550         IF RUNREG-BUS-DATE = MVQ-BUS-DATE
003560                 AND RUNREG-CONV-RC = 0
003570                 AND RUNREG-VRFY-RC = 0
003580                 AND RUNREG-PUB-RC = 0
003590             SET WS-FEED-PUBLISHED TO TRUE
003600         END-IF
003610         PERFORM 2710-READ-REGISTRY THRU 2710-EXIT
003620     END-PERFORM
003630     CLOSE REGISTRY.
003640 2700-EXIT.
003650     EXIT.
003660*-----------------------------------------------------------------
003670* 2710-READ-REGISTRY THRU 2710-EXIT.
003680*-----------------------------------------------------------------
003690 2710-READ-REGISTRY.
003700     READ REGISTRY
003710         AT END
003720             MOVE 10 TO FS-REG
003730     END-READ.
003740 2710-EXIT.
003750     EXIT.
003760 END PROGRAM PKMREV01.
