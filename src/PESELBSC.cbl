000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PESELBSC.
000030 AUTHOR.        R-SZYMANSKI.
000040 INSTALLATION.  CUSTOMER-ONBOARDING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RS  ORIGINAL PROGRAM.  MONTHLY BRANCH DATA-QUALITY
000110*                 SCORECARD.  FOR THE TARGET MONTH (COMMAND LINE
000120*                 YYYYMM, DEFAULT THE CURRENT MONTH) EVERY AUDIT
000130*                 LINE - LIVE AUDITLOG AND ARCHIVE GENERATIONS,
000140*                 CONCATENATED IN THE JCL - IS TALLIED BY ITS
000150*                 SOURCE BRANCH: RECORDS SUBMITTED, CHECKSUM
000160*                 REJECTS, BAD BIRTH DATES, DUPLICATES IN BATCH,
000170*                 AND ONFILE RECORDS WHOSE INCOMING NAME DIFFERED
000180*                 FROM THE ON-FILE NAME.  LIVE CUSTMAS RECORDS
000190*                 STILL MISSING A NAME OR ADDRESS ARE COUNTED BY
000200*                 CM-SOURCE-BRANCH.  BRANCHES ARE RANKED WORST
000210*                 FIRST ON DEFECTS PER 1,000 SUBMITTED (STUBS
000220*                 BREAK A TIE), AGAINST LAST MONTH'S RATE FROM
000230*                 THE SCORECARD HISTORY FILE (SCORHIST), WHICH
000240*                 THIS RUN THEN EXTENDS WITH THE MONTH JUST
000250*                 SCORED.  AUDIT LINES WRITTEN BEFORE THE BRANCH
000260*                 WAS CARRIED ON THE AUDIT LOG SCORE UNDER "----".
000270*================================================================
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT AUDIT-LOG-FILE
000360         ASSIGN TO "AUDITLOG"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-AUDITLOG-STATUS.
000390
000400     SELECT CUSTOMER-MASTER-FILE
000410         ASSIGN TO "CUSTMAS"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS CM-PESEL
000450         ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-CUSTMAS-STATUS.
000480
000490     SELECT SCORE-HISTORY-FILE
000500         ASSIGN TO "SCORHIST"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-SCORHIST-STATUS.
000530
000540     SELECT SORT-WORK-FILE
000550         ASSIGN TO "SORTWK01".
000560
000570     SELECT PESEL-SCORECARD-FILE
000580         ASSIGN TO "PESELBSC"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RPTFILE-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  AUDIT-LOG-FILE.
000650     COPY AUDITLOG.
000660
000670 FD  CUSTOMER-MASTER-FILE.
000680     COPY CUSTMAS.
000690
000700 FD  SCORE-HISTORY-FILE.
000710     COPY SCORHIST.
000720
000730 SD  SORT-WORK-FILE.
000740 01  SR-RECORD.
000750     05  SR-RATE              PIC 9(04)V9(01).
000760     05  SR-STUBS             PIC 9(07).
000770     05  SR-BRANCH            PIC X(04).
000780     05  SR-SUBMITTED         PIC 9(07).
000790     05  SR-CHECKSUM          PIC 9(07).
000800     05  SR-BAD-DATE          PIC 9(07).
000810     05  SR-DUP-BATCH         PIC 9(07).
000820     05  SR-NAME-DIFF         PIC 9(07).
000830     05  SR-PRIOR-SWITCH      PIC X(01).
000840         88  SR-HAS-PRIOR             VALUE 'Y'.
000850     05  SR-PRIOR-RATE        PIC 9(04)V9(01).
000860
000870 FD  PESEL-SCORECARD-FILE.
000880 01  PESEL-SCORECARD-RECORD      PIC X(100).
000890
000900 WORKING-STORAGE SECTION.
000910 77  WS-AUDITLOG-STATUS   PIC X(02) VALUE SPACES.
000920 77  WS-CUSTMAS-STATUS    PIC X(02) VALUE SPACES.
000930 77  WS-SCORHIST-STATUS   PIC X(02) VALUE SPACES.
000940 77  WS-RPTFILE-STATUS    PIC X(02) VALUE SPACES.
000950
000960 01  WS-SWITCHES.
000970     05  WS-AUDIT-EOF-SWITCH  PIC X(01) VALUE 'N'.
000980         88  WS-END-OF-AUDIT         VALUE 'Y'.
000990     05  WS-CUSTMAS-EOF-SWITCH PIC X(01) VALUE 'N'.
001000         88  WS-END-OF-CUSTMAS       VALUE 'Y'.
001010     05  WS-HIST-EOF-SWITCH   PIC X(01) VALUE 'N'.
001020         88  WS-END-OF-HISTORY       VALUE 'Y'.
001030     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE 'N'.
001040         88  WS-END-OF-SORT          VALUE 'Y'.
001050
001060*----------------------------------------------------------------
001070* THE MONTH BEING SCORED AND THE MONTH BEFORE IT, FOR THE TREND.
001080*----------------------------------------------------------------
001090 01  WS-MONTH-PARM        PIC X(08) VALUE SPACES.
001100 01  WS-TARGET.
001110     05  WS-TGT-YEAR          PIC 9(04).
001120     05  WS-TGT-MONTH         PIC 9(02).
001130 01  WS-TARGET-NUM REDEFINES WS-TARGET PIC 9(06).
001140 01  WS-PRIOR.
001150     05  WS-PRI-YEAR          PIC 9(04).
001160     05  WS-PRI-MONTH         PIC 9(02).
001170 01  WS-PRIOR-NUM REDEFINES WS-PRIOR PIC 9(06).
001180 01  WS-AUD-MONTH         PIC X(06).
001190
001200 01  WS-TODAY.
001210     05  WS-CUR-YEAR      PIC 9(4).
001220     05  WS-CUR-MONTH     PIC 9(2).
001230     05  WS-CUR-DAY       PIC 9(2).
001240
001250 01  WS-JOB-ID            PIC X(08) VALUE SPACES.
001260
001270*----------------------------------------------------------------
001280* ONE ENTRY PER BRANCH SEEN THIS MONTH, ON CUSTMAS, OR IN LAST
001290* MONTH'S HISTORY.  THE BANK RUNS WELL UNDER A HUNDRED BRANCHES;
001300* A BRANCH ARRIVING AFTER THE TABLE IS FULL IS COUNTED AND LEFT
001310* OFF THE SCORECARD WITH A WARNING.
001320*----------------------------------------------------------------
001330 01  WS-BRANCH-TABLE.
001340     05  WS-BR-COUNT          PIC 9(4) COMP VALUE 0.
001350     05  WS-BR-MAX            PIC 9(4) COMP VALUE 300.
001360     05  WS-BR-ENTRY OCCURS 300 TIMES.
001370         10  WS-BR-CODE           PIC X(04).
001380         10  WS-BR-SUBMITTED      PIC 9(7) COMP.
001390         10  WS-BR-CHECKSUM       PIC 9(7) COMP.
001400         10  WS-BR-BAD-DATE       PIC 9(7) COMP.
001410         10  WS-BR-DUP-BATCH      PIC 9(7) COMP.
001420         10  WS-BR-NAME-DIFF      PIC 9(7) COMP.
001430         10  WS-BR-STUBS          PIC 9(7) COMP.
001440         10  WS-BR-PRIOR-SWITCH   PIC X(01).
001450         10  WS-BR-PRIOR-RATE     PIC 9(04)V9(01).
001460 77  WS-BR-SUB            PIC 9(4) COMP VALUE 0.
001470 77  WS-BR-HIT            PIC 9(4) COMP VALUE 0.
001480 01  WS-FIND-BRANCH       PIC X(04).
001490
001500 77  WS-DEFECTS           PIC 9(8) COMP VALUE 0.
001510 77  WS-CHANGE            PIC S9(4)V9(01) VALUE 0.
001520 77  WS-RANK              PIC 9(4) COMP VALUE 0.
001530
001540 01  WS-STATS.
001550     05  WS-CNT-AUDIT-READ    PIC 9(7) COMP VALUE 0.
001560     05  WS-CNT-AUDIT-MONTH   PIC 9(7) COMP VALUE 0.
001570     05  WS-CNT-CUSTMAS-READ  PIC 9(7) COMP VALUE 0.
001580     05  WS-CNT-STUBS         PIC 9(7) COMP VALUE 0.
001590     05  WS-CNT-HIST-PRIOR    PIC 9(7) COMP VALUE 0.
001600     05  WS-CNT-BR-OVERFLOW   PIC 9(7) COMP VALUE 0.
001610
001620 01  WS-RPT-TITLE.
001630     05  FILLER               PIC X(39)
001640             VALUE "BRANCH DATA-QUALITY SCORECARD - MONTH ".
001650     05  TTL-YEAR             PIC 9(04).
001660     05  FILLER               PIC X(01) VALUE "-".
001670     05  TTL-MONTH            PIC 9(02).
001680     05  FILLER               PIC X(06) VALUE "  RUN ".
001690     05  TTL-RUN-DATE         PIC X(10).
001700     05  FILLER               PIC X(06) VALUE "  JOB ".
001710     05  TTL-JOB              PIC X(08).
001720
001730 01  WS-RPT-HDR.
001740     05  FILLER               PIC X(03) VALUE "RNK".
001750     05  FILLER               PIC X(02) VALUE SPACES.
001760     05  FILLER               PIC X(04) VALUE "BRCH".
001770     05  FILLER               PIC X(02) VALUE SPACES.
001780     05  FILLER               PIC X(07) VALUE "SUBMITD".
001790     05  FILLER               PIC X(02) VALUE SPACES.
001800     05  FILLER               PIC X(07) VALUE " CHKSUM".
001810     05  FILLER               PIC X(02) VALUE SPACES.
001820     05  FILLER               PIC X(07) VALUE "BADDATE".
001830     05  FILLER               PIC X(02) VALUE SPACES.
001840     05  FILLER               PIC X(07) VALUE "DUPBTCH".
001850     05  FILLER               PIC X(02) VALUE SPACES.
001860     05  FILLER               PIC X(07) VALUE "NAMEDIF".
001870     05  FILLER               PIC X(02) VALUE SPACES.
001880     05  FILLER               PIC X(07) VALUE "  STUBS".
001890     05  FILLER               PIC X(02) VALUE SPACES.
001900     05  FILLER               PIC X(06) VALUE "  RATE".
001910     05  FILLER               PIC X(02) VALUE SPACES.
001920     05  FILLER               PIC X(06) VALUE " PRIOR".
001930     05  FILLER               PIC X(02) VALUE SPACES.
001940     05  FILLER               PIC X(06) VALUE "CHANGE".
001950     05  FILLER               PIC X(02) VALUE SPACES.
001960     05  FILLER               PIC X(06) VALUE "TREND".
001970
001980 01  WS-RPT-LINE.
001990     05  BSC-RANK             PIC ZZ9.
002000     05  FILLER               PIC X(02) VALUE SPACES.
002010     05  BSC-BRANCH           PIC X(04).
002020     05  FILLER               PIC X(02) VALUE SPACES.
002030     05  BSC-SUBMITTED        PIC ZZZZZZ9.
002040     05  FILLER               PIC X(02) VALUE SPACES.
002050     05  BSC-CHECKSUM         PIC ZZZZZZ9.
002060     05  FILLER               PIC X(02) VALUE SPACES.
002070     05  BSC-BAD-DATE         PIC ZZZZZZ9.
002080     05  FILLER               PIC X(02) VALUE SPACES.
002090     05  BSC-DUP-BATCH        PIC ZZZZZZ9.
002100     05  FILLER               PIC X(02) VALUE SPACES.
002110     05  BSC-NAME-DIFF        PIC ZZZZZZ9.
002120     05  FILLER               PIC X(02) VALUE SPACES.
002130     05  BSC-STUBS            PIC ZZZZZZ9.
002140     05  FILLER               PIC X(02) VALUE SPACES.
002150     05  BSC-RATE             PIC ZZZ9.9.
002160     05  FILLER               PIC X(02) VALUE SPACES.
002170     05  BSC-PRIOR-RATE       PIC ZZZ9.9.
002180     05  BSC-PRIOR-RATE-X REDEFINES BSC-PRIOR-RATE PIC X(06).
002190     05  FILLER               PIC X(02) VALUE SPACES.
002200     05  BSC-CHANGE           PIC +++9.9.
002210     05  BSC-CHANGE-X REDEFINES BSC-CHANGE PIC X(06).
002220     05  FILLER               PIC X(02) VALUE SPACES.
002230     05  BSC-TREND            PIC X(06).
002240
002250 01  WS-SUM-LINE.
002260     05  SUM-LABEL            PIC X(36).
002270     05  SUM-COUNT            PIC ZZZZZZ9.
002280
002290 PROCEDURE DIVISION.
002300*================================================================
002310*    0000-MAINLINE
002320*================================================================
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002350     PERFORM 1500-LOAD-PRIOR-MONTH THRU 1500-EXIT.
002360     PERFORM 2100-READ-AUDIT-LOG THRU 2100-EXIT.
002370     PERFORM 2000-TALLY-AUDIT-RECORD THRU 2000-EXIT
002380         UNTIL WS-END-OF-AUDIT.
002390     PERFORM 3100-READ-CUSTOMER-MASTER THRU 3100-EXIT.
002400     PERFORM 3000-TALLY-STUB THRU 3000-EXIT
002410         UNTIL WS-END-OF-CUSTMAS.
002420     SORT SORT-WORK-FILE
002430         ON DESCENDING KEY SR-RATE SR-STUBS
002440         ON ASCENDING KEY SR-BRANCH
002450         INPUT PROCEDURE IS 4000-RELEASE-BRANCHES
002460             THRU 4000-EXIT
002470         OUTPUT PROCEDURE IS 5000-REPORT-RANKED-BRANCHES
002480             THRU 5000-EXIT.
002490     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002500     STOP RUN.
002510
002520*================================================================
002530*    1000-INITIALIZE
002540*    THE PARM IS THE MONTH TO SCORE.  PESELMON RUNS ON THE LAST
002550*    BUSINESS DAY, SO THE DEFAULT IS THE CURRENT MONTH; A RERUN
002560*    OF AN EARLIER MONTH PASSES IT EXPLICITLY.
002570*================================================================
002580 1000-INITIALIZE.
002590     MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CUR-YEAR.
002600     MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CUR-MONTH.
002610     MOVE FUNCTION CURRENT-DATE(7:2) TO WS-CUR-DAY.
002620     MOVE WS-CUR-YEAR  TO WS-TGT-YEAR.
002630     MOVE WS-CUR-MONTH TO WS-TGT-MONTH.
002640     ACCEPT WS-MONTH-PARM FROM COMMAND-LINE.
002650     IF WS-MONTH-PARM NOT = SPACES
002660         IF WS-MONTH-PARM(1:6) IS NUMERIC
002670                 AND WS-MONTH-PARM(7:2) = SPACES
002680                 AND WS-MONTH-PARM(5:2) >= "01"
002690                 AND WS-MONTH-PARM(5:2) <= "12"
002700             MOVE WS-MONTH-PARM(1:6) TO WS-TARGET
002710         ELSE
002720             DISPLAY "PESEL0098W MONTH PARAMETER IS NOT YYYYMM - "
002730                 "SCORING THE CURRENT MONTH"
002740         END-IF
002750     END-IF.
002760     IF WS-TGT-MONTH = 1
002770         COMPUTE WS-PRI-YEAR = WS-TGT-YEAR - 1
002780         MOVE 12 TO WS-PRI-MONTH
002790     ELSE
002800         MOVE WS-TGT-YEAR TO WS-PRI-YEAR
002810         COMPUTE WS-PRI-MONTH = WS-TGT-MONTH - 1
002820     END-IF.
002830     MOVE "BATCH" TO WS-JOB-ID.
002840     OPEN INPUT AUDIT-LOG-FILE.
002850     IF WS-AUDITLOG-STATUS NOT = "00"
002860         DISPLAY "PESEL0099E AUDITLOG COULD NOT BE OPENED, "
002870             "FILE STATUS=" WS-AUDITLOG-STATUS
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     OPEN INPUT CUSTOMER-MASTER-FILE.
002920     IF WS-CUSTMAS-STATUS NOT = "00"
002930         DISPLAY "PESEL0100E CUSTMAS COULD NOT BE OPENED, "
002940             "FILE STATUS=" WS-CUSTMAS-STATUS
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980     OPEN OUTPUT PESEL-SCORECARD-FILE.
002990     IF WS-RPTFILE-STATUS NOT = "00"
003000         DISPLAY "PESEL0101E PESELBSC COULD NOT BE OPENED, "
003010             "FILE STATUS=" WS-RPTFILE-STATUS
003020         MOVE 16 TO RETURN-CODE
003030         STOP RUN
003040     END-IF.
003050     MOVE WS-TGT-YEAR  TO TTL-YEAR.
003060     MOVE WS-TGT-MONTH TO TTL-MONTH.
003070     STRING WS-CUR-YEAR "-" WS-CUR-MONTH "-" WS-CUR-DAY
003080         DELIMITED BY SIZE INTO TTL-RUN-DATE.
003090     MOVE WS-JOB-ID TO TTL-JOB.
003100     MOVE WS-RPT-TITLE TO PESEL-SCORECARD-RECORD.
003110     WRITE PESEL-SCORECARD-RECORD.
003120     MOVE SPACES TO PESEL-SCORECARD-RECORD.
003130     WRITE PESEL-SCORECARD-RECORD.
003140     MOVE WS-RPT-HDR TO PESEL-SCORECARD-RECORD.
003150     WRITE PESEL-SCORECARD-RECORD.
003160 1000-EXIT.
003170     EXIT.
003180
003190*================================================================
003200*    1500-LOAD-PRIOR-MONTH
003210*    PULLS LAST MONTH'S RATE PER BRANCH OUT OF THE HISTORY FILE.
003220*    NO HISTORY FILE YET (THE FIRST MONTH) JUST MEANS EVERY
003230*    BRANCH SHOWS AS NEW.
003240*================================================================
003250 1500-LOAD-PRIOR-MONTH.
003260     OPEN INPUT SCORE-HISTORY-FILE.
003270     IF WS-SCORHIST-STATUS = "35"
003280         GO TO 1500-EXIT
003290     END-IF.
003300     IF WS-SCORHIST-STATUS NOT = "00"
003310         DISPLAY "PESEL0102E SCORHIST COULD NOT BE OPENED, "
003320             "FILE STATUS=" WS-SCORHIST-STATUS
003330         MOVE 16 TO RETURN-CODE
003340         STOP RUN
003350     END-IF.
003360     PERFORM 1600-READ-HISTORY THRU 1600-EXIT.
003370     PERFORM 1550-TAKE-PRIOR-LINE THRU 1550-EXIT
003380         UNTIL WS-END-OF-HISTORY.
003390     CLOSE SCORE-HISTORY-FILE.
003400 1500-EXIT.
003410     EXIT.
003420
003430 1550-TAKE-PRIOR-LINE.
003440     IF SH-MONTH = WS-PRIOR-NUM
003450         MOVE SH-BRANCH TO WS-FIND-BRANCH
003460         PERFORM 2600-FIND-BRANCH THRU 2600-EXIT
003470         IF WS-BR-HIT > 0
003480             MOVE 'Y'     TO WS-BR-PRIOR-SWITCH(WS-BR-HIT)
003490             MOVE SH-RATE TO WS-BR-PRIOR-RATE(WS-BR-HIT)
003500             ADD 1 TO WS-CNT-HIST-PRIOR
003510         END-IF
003520     END-IF.
003530     PERFORM 1600-READ-HISTORY THRU 1600-EXIT.
003540 1550-EXIT.
003550     EXIT.
003560
003570 1600-READ-HISTORY.
003580     READ SCORE-HISTORY-FILE
003590         AT END
003600             MOVE 'Y' TO WS-HIST-EOF-SWITCH
003610     END-READ.
003620 1600-EXIT.
003630     EXIT.
003640
003650*================================================================
003660*    2000-TALLY-AUDIT-RECORD
003670*    ONLY LINES STAMPED IN THE TARGET MONTH COUNT.  "FAIL" IS THE
003680*    CHECKSUM RESULT CODE OLDER ARCHIVED LINES STILL CARRY (SEE
003690*    PESELROL).
003700*================================================================
003710 2000-TALLY-AUDIT-RECORD.
003720     ADD 1 TO WS-CNT-AUDIT-READ.
003730     MOVE AUD-TIMESTAMP(1:4) TO WS-AUD-MONTH(1:4).
003740     MOVE AUD-TIMESTAMP(6:2) TO WS-AUD-MONTH(5:2).
003750     IF WS-AUD-MONTH NOT = WS-TARGET
003760         GO TO 2000-NEXT
003770     END-IF.
003780     ADD 1 TO WS-CNT-AUDIT-MONTH.
003790     MOVE AUD-SOURCE-BRANCH TO WS-FIND-BRANCH.
003800     PERFORM 2600-FIND-BRANCH THRU 2600-EXIT.
003810     IF WS-BR-HIT = 0
003820         GO TO 2000-NEXT
003830     END-IF.
003840     ADD 1 TO WS-BR-SUBMITTED(WS-BR-HIT).
003850     EVALUATE AUD-RESULT
003860         WHEN "CHECKSUM"
003870             ADD 1 TO WS-BR-CHECKSUM(WS-BR-HIT)
003880         WHEN "FAIL"
003890             ADD 1 TO WS-BR-CHECKSUM(WS-BR-HIT)
003900         WHEN "DATEBAD"
003910             ADD 1 TO WS-BR-BAD-DATE(WS-BR-HIT)
003920         WHEN "DUPBATCH"
003930             ADD 1 TO WS-BR-DUP-BATCH(WS-BR-HIT)
003940     END-EVALUATE.
003950     IF AUD-NAME-DIFFERS
003960         ADD 1 TO WS-BR-NAME-DIFF(WS-BR-HIT)
003970     END-IF.
003980 2000-NEXT.
003990     PERFORM 2100-READ-AUDIT-LOG THRU 2100-EXIT.
004000 2000-EXIT.
004010     EXIT.
004020
004030 2100-READ-AUDIT-LOG.
004040     READ AUDIT-LOG-FILE
004050         AT END
004060             MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
004070     END-READ.
004080 2100-EXIT.
004090     EXIT.
004100
004110*================================================================
004120*    2600-FIND-BRANCH
004130*    RETURNS THE TABLE SLOT FOR WS-FIND-BRANCH IN WS-BR-HIT,
004140*    ADDING THE BRANCH IF IT IS NEW.  ZERO MEANS THE TABLE IS
004150*    FULL.  A BLANK BRANCH (AUDIT LINES OR CUSTMAS RECORDS FROM
004160*    BEFORE THE BRANCH WAS CARRIED) FILES UNDER "----".
004170*================================================================
004180 2600-FIND-BRANCH.
004190     IF WS-FIND-BRANCH = SPACES
004200         MOVE "----" TO WS-FIND-BRANCH
004210     END-IF.
004220     MOVE 0 TO WS-BR-HIT.
004230     PERFORM 2610-MATCH-BRANCH THRU 2610-EXIT
004240         VARYING WS-BR-SUB FROM 1 BY 1
004250         UNTIL WS-BR-SUB > WS-BR-COUNT OR WS-BR-HIT > 0.
004260     IF WS-BR-HIT > 0
004270         GO TO 2600-EXIT
004280     END-IF.
004290     IF WS-BR-COUNT NOT < WS-BR-MAX
004300         IF WS-CNT-BR-OVERFLOW = 0
004310             DISPLAY "PESEL0103W BRANCH TABLE FULL AT " WS-BR-MAX
004320                 " - FURTHER BRANCHES LEFT OFF THE SCORECARD"
004330         END-IF
004340         ADD 1 TO WS-CNT-BR-OVERFLOW
004350         GO TO 2600-EXIT
004360     END-IF.
004370     ADD 1 TO WS-BR-COUNT.
004380     MOVE WS-BR-COUNT TO WS-BR-HIT.
004390     INITIALIZE WS-BR-ENTRY(WS-BR-HIT).
004400     MOVE WS-FIND-BRANCH TO WS-BR-CODE(WS-BR-HIT).
004410     MOVE 'N' TO WS-BR-PRIOR-SWITCH(WS-BR-HIT).
004420 2600-EXIT.
004430     EXIT.
004440
004450 2610-MATCH-BRANCH.
004460     IF WS-BR-CODE(WS-BR-SUB) = WS-FIND-BRANCH
004470         MOVE WS-BR-SUB TO WS-BR-HIT
004480     END-IF.
004490 2610-EXIT.
004500     EXIT.
004510
004520*================================================================
004530*    3000-TALLY-STUB
004540*    A LIVE RECORD STILL MISSING ITS NAME OR ITS ADDRESS COUNTS
004550*    AGAINST THE BRANCH THAT SENT IT.  ERASED RECORDS AND THE
004560*    OLD KEYS OF RENUMBERED CUSTOMERS ARE BLANK BY DESIGN.
004570*================================================================
004580 3000-TALLY-STUB.
004590     ADD 1 TO WS-CNT-CUSTMAS-READ.
004600     IF CM-ERASED OR CM-SUPERSEDED
004610         GO TO 3000-NEXT
004620     END-IF.
004630     IF CM-CUSTOMER-NAME NOT = SPACES
004640             AND CM-ADDRESS NOT = SPACES
004650         GO TO 3000-NEXT
004660     END-IF.
004670     ADD 1 TO WS-CNT-STUBS.
004680     MOVE CM-SOURCE-BRANCH TO WS-FIND-BRANCH.
004690     PERFORM 2600-FIND-BRANCH THRU 2600-EXIT.
004700     IF WS-BR-HIT > 0
004710         ADD 1 TO WS-BR-STUBS(WS-BR-HIT)
004720     END-IF.
004730 3000-NEXT.
004740     PERFORM 3100-READ-CUSTOMER-MASTER THRU 3100-EXIT.
004750 3000-EXIT.
004760     EXIT.
004770
004780 3100-READ-CUSTOMER-MASTER.
004790     READ CUSTOMER-MASTER-FILE NEXT RECORD
004800         AT END
004810             MOVE 'Y' TO WS-CUSTMAS-EOF-SWITCH
004820     END-READ.
004830 3100-EXIT.
004840     EXIT.
004850
004860*================================================================
004870*    4000-RELEASE-BRANCHES
004880*    THE SORT INPUT PROCEDURE.  WORKS OUT EACH BRANCH'S DEFECT
004890*    RATE AND HANDS THE BRANCH TO THE SORT.
004900*================================================================
004910 4000-RELEASE-BRANCHES.
004920     PERFORM 4100-RELEASE-ONE-BRANCH THRU 4100-EXIT
004930         VARYING WS-BR-SUB FROM 1 BY 1
004940         UNTIL WS-BR-SUB > WS-BR-COUNT.
004950 4000-EXIT.
004960     EXIT.
004970
004980 4100-RELEASE-ONE-BRANCH.
004990     MOVE WS-BR-CODE(WS-BR-SUB)      TO SR-BRANCH.
005000     MOVE WS-BR-SUBMITTED(WS-BR-SUB) TO SR-SUBMITTED.
005010     MOVE WS-BR-CHECKSUM(WS-BR-SUB)  TO SR-CHECKSUM.
005020     MOVE WS-BR-BAD-DATE(WS-BR-SUB)  TO SR-BAD-DATE.
005030     MOVE WS-BR-DUP-BATCH(WS-BR-SUB) TO SR-DUP-BATCH.
005040     MOVE WS-BR-NAME-DIFF(WS-BR-SUB) TO SR-NAME-DIFF.
005050     MOVE WS-BR-STUBS(WS-BR-SUB)     TO SR-STUBS.
005060     MOVE WS-BR-PRIOR-SWITCH(WS-BR-SUB) TO SR-PRIOR-SWITCH.
005070     MOVE WS-BR-PRIOR-RATE(WS-BR-SUB)   TO SR-PRIOR-RATE.
005080     MOVE 0 TO SR-RATE.
005090     IF SR-SUBMITTED > 0
005100         COMPUTE WS-DEFECTS = SR-CHECKSUM + SR-BAD-DATE
005110             + SR-DUP-BATCH + SR-NAME-DIFF
005120         COMPUTE SR-RATE ROUNDED =
005130             WS-DEFECTS * 1000 / SR-SUBMITTED
005140     END-IF.
005150     RELEASE SR-RECORD.
005160 4100-EXIT.
005170     EXIT.
005180
005190*================================================================
005200*    5000-REPORT-RANKED-BRANCHES
005210*    THE SORT OUTPUT PROCEDURE.  WRITES THE BRANCHES WORST FIRST
005220*    WITH THEIR TREND, AND RECORDS THE MONTH ON THE HISTORY FILE
005230*    FOR NEXT MONTH'S TREND.
005240*================================================================
005250 5000-REPORT-RANKED-BRANCHES.
005260     OPEN EXTEND SCORE-HISTORY-FILE.
005270     IF WS-SCORHIST-STATUS = "35"
005280         OPEN OUTPUT SCORE-HISTORY-FILE
005290     END-IF.
005300     IF WS-SCORHIST-STATUS NOT = "00"
005310         DISPLAY "PESEL0102E SCORHIST COULD NOT BE OPENED, "
005320             "FILE STATUS=" WS-SCORHIST-STATUS
005330         MOVE 16 TO RETURN-CODE
005340         STOP RUN
005350     END-IF.
005360     PERFORM 5100-RETURN-SORTED-BRANCH THRU 5100-EXIT.
005370     PERFORM 5200-WRITE-BRANCH-LINE THRU 5200-EXIT
005380         UNTIL WS-END-OF-SORT.
005390     CLOSE SCORE-HISTORY-FILE.
005400 5000-EXIT.
005410     EXIT.
005420
005430 5100-RETURN-SORTED-BRANCH.
005440     RETURN SORT-WORK-FILE
005450         AT END
005460             MOVE 'Y' TO WS-SORT-EOF-SWITCH
005470     END-RETURN.
005480 5100-EXIT.
005490     EXIT.
005500
005510*================================================================
005520*    5200-WRITE-BRANCH-LINE
005530*    A BRANCH THAT SUBMITTED NOTHING THIS MONTH HAS NO RATE TO
005540*    TREND ("NODATA"); ONE MISSING FROM LAST MONTH'S HISTORY IS
005550*    "NEW".  OTHERWISE A HIGHER RATE THAN LAST MONTH IS WORSE.
005560*================================================================
005570 5200-WRITE-BRANCH-LINE.
005580     ADD 1 TO WS-RANK.
005590     MOVE WS-RANK      TO BSC-RANK.
005600     MOVE SR-BRANCH    TO BSC-BRANCH.
005610     MOVE SR-SUBMITTED TO BSC-SUBMITTED.
005620     MOVE SR-CHECKSUM  TO BSC-CHECKSUM.
005630     MOVE SR-BAD-DATE  TO BSC-BAD-DATE.
005640     MOVE SR-DUP-BATCH TO BSC-DUP-BATCH.
005650     MOVE SR-NAME-DIFF TO BSC-NAME-DIFF.
005660     MOVE SR-STUBS     TO BSC-STUBS.
005670     MOVE SR-RATE      TO BSC-RATE.
005680     IF SR-HAS-PRIOR
005690         MOVE SR-PRIOR-RATE TO BSC-PRIOR-RATE
005700     ELSE
005710         MOVE SPACES TO BSC-PRIOR-RATE-X
005720     END-IF.
005730     MOVE SPACES TO BSC-CHANGE-X.
005740     EVALUATE TRUE
005750         WHEN SR-SUBMITTED = 0
005760             MOVE "NODATA" TO BSC-TREND
005770         WHEN NOT SR-HAS-PRIOR
005780             MOVE "NEW"    TO BSC-TREND
005790         WHEN OTHER
005800             COMPUTE WS-CHANGE = SR-RATE - SR-PRIOR-RATE
005810             MOVE WS-CHANGE TO BSC-CHANGE
005820             EVALUATE TRUE
005830                 WHEN WS-CHANGE > 0
005840                     MOVE "WORSE"  TO BSC-TREND
005850                 WHEN WS-CHANGE < 0
005860                     MOVE "BETTER" TO BSC-TREND
005870                 WHEN OTHER
005880                     MOVE "SAME"   TO BSC-TREND
005890             END-EVALUATE
005900     END-EVALUATE.
005910     MOVE WS-RPT-LINE TO PESEL-SCORECARD-RECORD.
005920     WRITE PESEL-SCORECARD-RECORD.
005930     MOVE SPACES       TO SCORE-HISTORY-RECORD.
005940     MOVE WS-TARGET-NUM TO SH-MONTH.
005950     MOVE SR-BRANCH    TO SH-BRANCH.
005960     MOVE SR-SUBMITTED TO SH-SUBMITTED.
005970     MOVE SR-CHECKSUM  TO SH-CHECKSUM.
005980     MOVE SR-BAD-DATE  TO SH-BAD-DATE.
005990     MOVE SR-DUP-BATCH TO SH-DUP-BATCH.
006000     MOVE SR-NAME-DIFF TO SH-NAME-DIFF.
006010     MOVE SR-STUBS     TO SH-STUBS.
006020     MOVE SR-RATE      TO SH-RATE.
006030     WRITE SCORE-HISTORY-RECORD.
006040     PERFORM 5100-RETURN-SORTED-BRANCH THRU 5100-EXIT.
006050 5200-EXIT.
006060     EXIT.
006070
006080*================================================================
006090*    8000-FINALIZE
006100*================================================================
006110 8000-FINALIZE.
006120     MOVE SPACES TO PESEL-SCORECARD-RECORD.
006130     WRITE PESEL-SCORECARD-RECORD.
006140     MOVE "RATE = CHKSUM + BADDATE + DUPBTCH + NAMEDIF PER 1,000 "
006150         TO PESEL-SCORECARD-RECORD.
006160     MOVE "SUBMITTED" TO PESEL-SCORECARD-RECORD(56:9).
006170     WRITE PESEL-SCORECARD-RECORD.
006180     MOVE "STUBS = LIVE CUSTMAS RECORDS FROM THE BRANCH MISSING"
006190         TO PESEL-SCORECARD-RECORD.
006200     MOVE "A NAME OR ADDRESS ON THE RUN DATE"
006210         TO PESEL-SCORECARD-RECORD(54:33).
006220     WRITE PESEL-SCORECARD-RECORD.
006230     MOVE SPACES TO PESEL-SCORECARD-RECORD.
006240     WRITE PESEL-SCORECARD-RECORD.
006250     MOVE "BRANCHES SCORED" TO SUM-LABEL.
006260     MOVE WS-RANK TO SUM-COUNT.
006270     MOVE WS-SUM-LINE TO PESEL-SCORECARD-RECORD.
006280     WRITE PESEL-SCORECARD-RECORD.
006290     MOVE "AUDIT LINES READ" TO SUM-LABEL.
006300     MOVE WS-CNT-AUDIT-READ TO SUM-COUNT.
006310     MOVE WS-SUM-LINE TO PESEL-SCORECARD-RECORD.
006320     WRITE PESEL-SCORECARD-RECORD.
006330     MOVE "AUDIT LINES IN THE MONTH" TO SUM-LABEL.
006340     MOVE WS-CNT-AUDIT-MONTH TO SUM-COUNT.
006350     MOVE WS-SUM-LINE TO PESEL-SCORECARD-RECORD.
006360     WRITE PESEL-SCORECARD-RECORD.
006370     MOVE "CUSTMAS RECORDS READ" TO SUM-LABEL.
006380     MOVE WS-CNT-CUSTMAS-READ TO SUM-COUNT.
006390     MOVE WS-SUM-LINE TO PESEL-SCORECARD-RECORD.
006400     WRITE PESEL-SCORECARD-RECORD.
006410     MOVE "CUSTMAS STUBS" TO SUM-LABEL.
006420     MOVE WS-CNT-STUBS TO SUM-COUNT.
006430     MOVE WS-SUM-LINE TO PESEL-SCORECARD-RECORD.
006440     WRITE PESEL-SCORECARD-RECORD.
006450     MOVE "BRANCHES LEFT OFF (TABLE FULL)" TO SUM-LABEL.
006460     MOVE WS-CNT-BR-OVERFLOW TO SUM-COUNT.
006470     MOVE WS-SUM-LINE TO PESEL-SCORECARD-RECORD.
006480     WRITE PESEL-SCORECARD-RECORD.
006490     CLOSE AUDIT-LOG-FILE.
006500     CLOSE CUSTOMER-MASTER-FILE.
006510     CLOSE PESEL-SCORECARD-FILE.
006520     DISPLAY "PESEL0104I SCORECARD MONTH:     " WS-TARGET.
006530     DISPLAY "PESEL0104I BRANCHES SCORED:     " WS-RANK.
006540     DISPLAY "PESEL0104I AUDIT LINES READ:    " WS-CNT-AUDIT-READ.
006550     DISPLAY "PESEL0104I AUDIT LINES IN MONTH:"
006560         WS-CNT-AUDIT-MONTH.
006570     DISPLAY "PESEL0104I PRIOR MONTH BRANCHES:" WS-CNT-HIST-PRIOR.
006580 8000-EXIT.
006590     EXIT.
006600
006610 END PROGRAM PESELBSC.
