000010******************************************************************
000020* AUTHOR.     R. OKAFOR.
000030* INSTALLATION. LEDGER SYSTEMS GROUP.
000040* DATE-WRITTEN. 2026-10-15.
000050* DATE-COMPILED.
000060* PURPOSE.    ACCOUNT MASTER CHANGE JOURNAL REPORT. READS THE
000070*             PERMANENT ACCOUNT-JOURNAL.TXT PKAMNT01 APPENDS TO
000080*             ON EVERY APPROVAL AND DECLINE AND PRINTS EVERY
000090*             CHANGE DECIDED WITHIN A CONSOLE-PROMPTED DATE
000100*             RANGE TO ACCOUNT-JOURNAL-REPORT.TXT: CHANGE
000110*             NUMBER, ACTION, ACCOUNT, OUTCOME (APPLIED, DECLINED,
000120*             OR WITHDRAWN WHEN THE MAKER DECLINED IT), MAKER AND
000130*             CHECKER WITH THEIR TIMES, AND THE ACCOUNT BEFORE AND
000140*             AFTER.
000150*             A BLANK FROM OR TO DATE LEAVES THAT END OPEN.
000160* TECTONICS.  cobc -std=ibm.
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY.
000190*   2026-10-15 RO  INITIAL VERSION.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. PKJRPT01.
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT JRNLFILE ASSIGN "account-journal.txt"
000270         ORGANIZATION SEQUENTIAL
000280         ACCESS MODE IS SEQUENTIAL
000290         FILE STATUS IS FS-JRNL.
000300     SELECT RPTFILE ASSIGN "account-journal-report.txt"
000310         ORGANIZATION SEQUENTIAL
000320         ACCESS MODE IS SEQUENTIAL
000330         FILE STATUS IS FS-RPT.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  JRNLFILE
000370     RECORDING MODE IS F.
000380     COPY PENDREC.
000390 FD  RPTFILE
000400     RECORDING MODE IS F.
000410 01  RPT-LINE            PIC X(132).
000420 WORKING-STORAGE SECTION.
000430 01  FS-JRNL          PIC 9(02).
000440     88  FS-JRNL-OK               VALUE 00.
000450     88  FS-JRNL-EOF              VALUE 10.
000460 01  FS-RPT           PIC 9(02).
000470     88  FS-RPT-OK                VALUE 00.
000480 01  WS-RUN-DATE      PIC X(08).
000490 01  WS-RUN-TIME      PIC X(08).
000500 01  WS-FROM-DATE     PIC X(08).
000510 01  WS-TO-DATE       PIC X(08).
000520 01  WS-READ-CT       PIC 9(07) VALUE 0.
000530 01  WS-PRINT-CT      PIC 9(07) VALUE 0.
000540 01  WS-APPLIED-CT    PIC 9(07) VALUE 0.
000550 01  WS-DECLINED-CT   PIC 9(07) VALUE 0.
000560 01  WS-WITHDRAWN-CT  PIC 9(07) VALUE 0.
000570*-----------------------------------------------------------------
000580* PRINT CONTROL AND LINE LAYOUTS.
000590*-----------------------------------------------------------------
000600 01  WS-LINE-CT       PIC 9(02) VALUE 99.
000610 01  WS-PAGE-CT       PIC 9(03) VALUE 0.
000620 01  WS-PAGE-SIZE     PIC 9(02) VALUE 55.
000630 01  WS-PRINT-LINE    PIC X(132).
000640 01  WS-HEAD1.
000650     05  FILLER           PIC X(10) VALUE "PKJRPT01".
000660     05  FILLER           PIC X(42)
000670         VALUE "ACCOUNT MASTER CHANGE JOURNAL".
000680     05  FILLER           PIC X(05) VALUE "PAGE ".
000690     05  HD1-PAGE         PIC ZZ9.
000700 01  WS-HEAD2.
000710     05  FILLER           PIC X(09) VALUE "RUN DATE ".
000720     05  HD2-DATE         PIC X(08).
000730     05  FILLER           PIC X(07) VALUE "  TIME ".
000740     05  HD2-TIME         PIC X(08).
000750     05  FILLER           PIC X(16) VALUE "  DECIDED FROM ".
000760     05  HD2-FROM         PIC X(08).
000770     05  FILLER           PIC X(04) VALUE " TO ".
000780     05  HD2-TO           PIC X(08).
000790 01  WS-COL-HEAD.
000800     05  FILLER           PIC X(09) VALUE "CHANGE".
000810     05  FILLER           PIC X(08) VALUE "ACTION".
000820     05  FILLER           PIC X(12) VALUE "ACCOUNT".
000830     05  FILLER           PIC X(11) VALUE "OUTCOME".
000840     05  FILLER           PIC X(28)
000850         VALUE "MAKER    DATE     TIME".
000860     05  FILLER           PIC X(27)
000870         VALUE "CHECKER  DATE     TIME".
000880 01  WS-CHG-LINE.
000890     05  RPT-CHANGE-NO    PIC 9(07).
000900     05  FILLER           PIC X(02) VALUE SPACES.
000910     05  RPT-ACTION       PIC X(06).
000920     05  FILLER           PIC X(02) VALUE SPACES.
000930     05  RPT-ACCOUNT      PIC X(10).
000940     05  FILLER           PIC X(02) VALUE SPACES.
000950     05  RPT-OUTCOME      PIC X(09).
000960     05  FILLER           PIC X(02) VALUE SPACES.
000970     05  RPT-MAKER        PIC X(08).
000980     05  FILLER           PIC X(01) VALUE SPACES.
000990     05  RPT-MADE-DATE    PIC X(08).
001000     05  FILLER           PIC X(01) VALUE SPACES.
001010     05  RPT-MADE-TIME    PIC X(08).
001020     05  FILLER           PIC X(02) VALUE SPACES.
001030     05  RPT-CHECKER      PIC X(08).
001040     05  FILLER           PIC X(01) VALUE SPACES.
001050     05  RPT-DECIDED-DATE PIC X(08).
001060     05  FILLER           PIC X(01) VALUE SPACES.
001070     05  RPT-DECIDED-TIME PIC X(08).
001080 01  WS-IMAGE-LINE.
001090     05  FILLER           PIC X(04) VALUE SPACES.
001100     05  RPT-IMAGE-TAG    PIC X(08).
001110     05  FILLER           PIC X(06) VALUE "NAME ".
001120     05  RPT-IMG-NAME     PIC X(20).
001130     05  FILLER           PIC X(09) VALUE "  BRANCH ".
001140     05  RPT-IMG-BRANCH   PIC X(04).
001150     05  FILLER           PIC X(09) VALUE "  STATUS ".
001160     05  RPT-IMG-STATUS   PIC X(01).
001170     05  FILLER           PIC X(09) VALUE "  OPENED ".
001180     05  RPT-IMG-OPEN     PIC X(08).
001190     05  FILLER           PIC X(09) VALUE "  CLOSED ".
001200     05  RPT-IMG-CLOSE    PIC X(08).
001210 01  WS-NEW-LINE.
001220     05  FILLER           PIC X(04) VALUE SPACES.
001230     05  FILLER           PIC X(08) VALUE "BEFORE".
001240     05  FILLER           PIC X(20) VALUE "(NEW ACCOUNT)".
001250 01  WS-TOTAL-LINE.
001260     05  RPT-TOTAL-LABEL  PIC X(30).
001270     05  RPT-TOTAL-CT     PIC Z(06)9.
001280*
001290 PROCEDURE DIVISION.
001300*-----------------------------------------------------------------
001310* 0000-MAINLINE.
001320*-----------------------------------------------------------------
001330 0000-MAINLINE.
001340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001350     ACCEPT WS-RUN-TIME FROM TIME
001360     DISPLAY "ENTER FROM DATE (YYYYMMDD, BLANK = EARLIEST)"
001370     ACCEPT WS-FROM-DATE
001380     IF WS-FROM-DATE = SPACES
001390         MOVE "00000000" TO WS-FROM-DATE
001400     END-IF
001410     DISPLAY "ENTER TO DATE (YYYYMMDD, BLANK = LATEST)"
001420     ACCEPT WS-TO-DATE
001430     IF WS-TO-DATE = SPACES
001440         MOVE "99999999" TO WS-TO-DATE
001450     END-IF
001460     IF WS-FROM-DATE > WS-TO-DATE
001470         DISPLAY "FROM DATE IS AFTER TO DATE"
001480         MOVE 8 TO RETURN-CODE
001490         GO TO 0000-WRAP-UP
001500     END-IF
001510     OPEN INPUT JRNLFILE
001520     IF NOT FS-JRNL-OK
001530         DISPLAY "OPEN JRNLFILE"
001540         DISPLAY FS-JRNL
001550         MOVE FS-JRNL TO RETURN-CODE
001560         GO TO 0000-WRAP-UP
001570     END-IF
001580     OPEN OUTPUT RPTFILE
001590     IF NOT FS-RPT-OK
001600         DISPLAY "OPEN RPTFILE"
001610         DISPLAY FS-RPT
001620         MOVE FS-RPT TO RETURN-CODE
001630         CLOSE JRNLFILE
001640         GO TO 0000-WRAP-UP
001650     END-IF
001660     PERFORM 1010-READ-JRNL THRU 1010-EXIT
001670     PERFORM UNTIL FS-JRNL-EOF
001680         ADD 1 TO WS-READ-CT
001690         IF PEND-DECIDED-DATE NOT < WS-FROM-DATE
001700                 AND PEND-DECIDED-DATE NOT > WS-TO-DATE
001710             PERFORM 2000-PRINT-CHANGE THRU 2000-EXIT
001720         END-IF
001730         PERFORM 1010-READ-JRNL THRU 1010-EXIT
001740     END-PERFORM
001750     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
001760     CLOSE RPTFILE
001770     CLOSE JRNLFILE
001780     DISPLAY "PKJRPT01 CHANGES PRINTED: " WS-PRINT-CT
001790         " OF " WS-READ-CT.
001800 0000-WRAP-UP.
001810     STOP RUN.
001820*-----------------------------------------------------------------
001830* 1010-READ-JRNL THRU 1010-EXIT.
001840*-----------------------------------------------------------------
001850 1010-READ-JRNL.
001860     READ JRNLFILE
001870         AT END
001880             MOVE 10 TO FS-JRNL
001890     END-READ.
001900 1010-EXIT.
001910     EXIT.
001920*-----------------------------------------------------------------
001930* 2000-PRINT-CHANGE THRU 2000-EXIT.
001940* THE CHANGE LINE, THEN THE ACCOUNT BEFORE AND AFTER. AN ADD HAS
001950* NO BEFORE IMAGE. THE GROUP IS KEPT TOGETHER ON ONE PAGE.
001960*-----------------------------------------------------------------
001970 2000-PRINT-CHANGE.
001980     ADD 1 TO WS-PRINT-CT
001990     IF WS-LINE-CT > WS-PAGE-SIZE - 4
002000         MOVE 99 TO WS-LINE-CT
002010     END-IF
002020     MOVE PEND-CHANGE-NO TO RPT-CHANGE-NO
002030     EVALUATE TRUE
002040         WHEN PEND-IS-ADD
002050             MOVE "ADD   " TO RPT-ACTION
002060         WHEN PEND-IS-STATUS
002070             MOVE "STATUS" TO RPT-ACTION
002080         WHEN OTHER
002090             MOVE "UPDATE" TO RPT-ACTION
002100     END-EVALUATE
002110     EVALUATE TRUE
002120         WHEN PEND-IS-APPLIED
002130             MOVE "APPLIED" TO RPT-OUTCOME
002140             ADD 1 TO WS-APPLIED-CT
002150         WHEN PEND-CHECKER = PEND-MAKER
002160             MOVE "WITHDRAWN" TO RPT-OUTCOME
002170             ADD 1 TO WS-WITHDRAWN-CT
002180         WHEN OTHER
002190             MOVE "DECLINED" TO RPT-OUTCOME
002200             ADD 1 TO WS-DECLINED-CT
002210     END-EVALUATE
002220     MOVE PEND-ACCOUNT      TO RPT-ACCOUNT
002230     MOVE PEND-MAKER        TO RPT-MAKER
002240     MOVE PEND-MADE-DATE    TO RPT-MADE-DATE
002250     MOVE PEND-MADE-TIME    TO RPT-MADE-TIME
002260     MOVE PEND-CHECKER      TO RPT-CHECKER
002270     MOVE PEND-DECIDED-DATE TO RPT-DECIDED-DATE
002280     MOVE PEND-DECIDED-TIME TO RPT-DECIDED-TIME
002290     MOVE WS-CHG-LINE TO WS-PRINT-LINE
002300     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
002310     IF PEND-IS-ADD
002320         MOVE WS-NEW-LINE TO WS-PRINT-LINE
002330     ELSE
002340         MOVE "BEFORE"          TO RPT-IMAGE-TAG
002350         MOVE PEND-B-SHORT-NAME TO RPT-IMG-NAME
002360         MOVE PEND-B-BRANCH     TO RPT-IMG-BRANCH
002370         MOVE PEND-B-STATUS     TO RPT-IMG-STATUS
002380         MOVE PEND-B-OPEN-DATE  TO RPT-IMG-OPEN
002390         MOVE PEND-B-CLOSE-DATE TO RPT-IMG-CLOSE
002400         MOVE WS-IMAGE-LINE TO WS-PRINT-LINE
002410     END-IF
002420     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
002430     MOVE "AFTER"           TO RPT-IMAGE-TAG
002440     MOVE PEND-A-SHORT-NAME TO RPT-IMG-NAME
002450     MOVE PEND-A-BRANCH     TO RPT-IMG-BRANCH
002460     MOVE PEND-A-STATUS     TO RPT-IMG-STATUS
002470     MOVE PEND-A-OPEN-DATE  TO RPT-IMG-OPEN
002480     MOVE PEND-A-CLOSE-DATE TO RPT-IMG-CLOSE
002490     MOVE WS-IMAGE-LINE TO WS-PRINT-LINE
002500     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
002510     MOVE SPACES TO WS-PRINT-LINE
002520     PERFORM 9500-WRITE-LINE THRU 9500-EXIT.
002530 2000-EXIT.
002540     EXIT.
002550*-----------------------------------------------------------------
002560* 3000-PRINT-TOTALS THRU 3000-EXIT.
002570*-----------------------------------------------------------------
002580 3000-PRINT-TOTALS.
002590     IF WS-PRINT-CT = 0
002600         MOVE "NO CHANGES DECIDED IN THE RANGE" TO WS-PRINT-LINE
002610         PERFORM 9500-WRITE-LINE THRU 9500-EXIT
002620     END-IF
002630     MOVE "CHANGES PRINTED:" TO RPT-TOTAL-LABEL
002640     MOVE WS-PRINT-CT TO RPT-TOTAL-CT
002650     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
002660     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
002670     MOVE "  APPLIED:" TO RPT-TOTAL-LABEL
002680     MOVE WS-APPLIED-CT TO RPT-TOTAL-CT
002690     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
002700     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
002710     MOVE "  DECLINED:" TO RPT-TOTAL-LABEL
002720     MOVE WS-DECLINED-CT TO RPT-TOTAL-CT
002730     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
002740     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
002750     MOVE "  WITHDRAWN BY THE MAKER:" TO RPT-TOTAL-LABEL
002760     MOVE WS-WITHDRAWN-CT TO RPT-TOTAL-CT
002770     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
002780     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
002790     MOVE SPACES TO WS-PRINT-LINE
002800     PERFORM 9500-WRITE-LINE THRU 9500-EXIT
002810     MOVE "END OF REPORT" TO WS-PRINT-LINE
002820     PERFORM 9500-WRITE-LINE THRU 9500-EXIT.
002830 3000-EXIT.
002840     EXIT.
002850*-----------------------------------------------------------------
002860* 9500-WRITE-LINE THRU 9500-EXIT.
002870* WRITES ONE REPORT LINE, BREAKING TO A FRESH PAGE HEADING WHEN
002880* THE CURRENT PAGE IS FULL.
002890*-----------------------------------------------------------------
002900 9500-WRITE-LINE.
002910     IF WS-LINE-CT > WS-PAGE-SIZE
002920         PERFORM 9600-PAGE-HEADING THRU 9600-EXIT
002930     END-IF
002940     WRITE RPT-LINE FROM WS-PRINT-LINE
002950     IF NOT FS-RPT-OK
002960         DISPLAY "WRITE RPTFILE"
002970         DISPLAY FS-RPT
002980         MOVE FS-RPT TO RETURN-CODE
002990     END-IF
003000     ADD 1 TO WS-LINE-CT.
003010 9500-EXIT.
003020     EXIT.
003030*-----------------------------------------------------------------
003040* 9600-PAGE-HEADING THRU 9600-EXIT.
003050*-----------------------------------------------------------------
003060 9600-PAGE-HEADING.
003070     ADD 1 TO WS-PAGE-CT
003080     MOVE WS-PAGE-CT TO HD1-PAGE
003090     WRITE RPT-LINE FROM WS-HEAD1
003100     MOVE WS-RUN-DATE TO HD2-DATE
003110     MOVE WS-RUN-TIME TO HD2-TIME
003120     MOVE WS-FROM-DATE TO HD2-FROM
003130     MOVE WS-TO-DATE TO HD2-TO
003140     WRITE RPT-LINE FROM WS-HEAD2
003150     MOVE SPACES TO RPT-LINE
003160     WRITE RPT-LINE
003170     WRITE RPT-LINE FROM WS-COL-HEAD
003180     MOVE 4 TO WS-LINE-CT.
003190 9600-EXIT.
003200     EXIT.
003210 END PROGRAM PKJRPT01.
