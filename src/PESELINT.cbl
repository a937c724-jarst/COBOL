000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PESELINT.
000030 AUTHOR.        R-SZYMANSKI.
000040 INSTALLATION.  CUSTOMER-ONBOARDING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RS  ORIGINAL PROGRAM.  NIGHTLY BRANCH INTAKE, THE
000110*                 FIRST STEP OF PESELNIT.  EACH BRANCH TRANSMITS
000120*                 ITS OWN FILE, 'H' HEADER TO 'T' TRAILER, AND
000130*                 THE FILE TRANSFER APPENDS EACH ONE AS IT LANDS
000140*                 TO THE TRANSMISSION DATASET (BRXMIT).  EVERY
000150*                 FILE IS BALANCED ON ITS OWN - DETAIL COUNT AND
000160*                 PESEL HASH TOTAL AGAINST ITS OWN TRAILER - SO
000170*                 ONE BRANCH'S TRUNCATED FILE NO LONGER STOPS
000180*                 THE WHOLE NIGHT AT PESEL'S BATCH BALANCE.
000190*                 FILES THAT BALANCE ARE MERGED INTO TONIGHT'S
000200*                 PESELIN UNDER ONE NEW HEADER AND TRAILER.  A
000210*                 FILE THAT DOES NOT BALANCE, HAS NO HEADER OR
000220*                 TRAILER, OR WAS ALREADY MERGED ON AN EARLIER
000230*                 NIGHT (INTAKE REGISTER, INTKREG) OR EARLIER
000240*                 TONIGHT, IS HELD ON THE SUSPENSE FILE
000250*                 (SUSPENSE) INSTEAD.  HELD FILES THE OPERATOR
000260*                 HAS RELEASED (PESELSRL) ARE MERGED TOO.  AN
000270*                 EXPECTED BRANCH (BRANCHES LIST) THAT SENT
000280*                 NOTHING IS REPORTED.  THE REPORT (PESELINR)
000290*                 NAMES EVERY BRANCH FILE AND WHAT BECAME OF IT.
000300*                 BRXMIT IS COPIED TO AN ARCHIVE GENERATION
000310*                 (BRXARC) AND EMPTIED AT THE END OF A GOOD RUN.
000320*                 RC 0 ALL MERGED, RC 4 SOMETHING HELD OR
000330*                 MISSING, RC 16 FILE PROBLEM (NOTHING EMPTIED).
000340*================================================================
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT BRANCH-XMIT-FILE
000430         ASSIGN TO "BRXMIT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-BRXMIT-STATUS.
000460
000470     SELECT BRANCH-ARCHIVE-FILE
000480         ASSIGN TO "BRXARC"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-BRXARC-STATUS.
000510
000520     SELECT BRANCH-LIST-FILE
000530         ASSIGN TO "BRANCHES"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-BRLIST-STATUS.
000560
000570     SELECT PESEL-IN-FILE
000580         ASSIGN TO "PESELIN"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PESELIN-STATUS.
000610
000620     SELECT SUSPENSE-FILE
000630         ASSIGN TO "SUSPENSE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS SU-KEY
000670         FILE STATUS IS WS-SUSPENSE-STATUS.
000680
000690     SELECT INTAKE-REGISTER-FILE
000700         ASSIGN TO "INTKREG"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS IR-KEY
000740         FILE STATUS IS WS-INTKREG-STATUS.
000750
000760     SELECT INTAKE-RPT-FILE
000770         ASSIGN TO "PESELINR"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-RPTFILE-STATUS.
000800
000810     SELECT RUN-HISTORY-FILE
000820         ASSIGN TO "RUNHIST"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-RUNHIST-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880*----------------------------------------------------------------
000890* THE BRANCH TRANSMISSIONS, ONE AFTER ANOTHER, EACH IN THE PESELIN
000900* LAYOUT.  A BRANCH'S HEADER CARRIES ITS BRANCH CODE IN THE FIRST
000910* FOUR BYTES OF THE SOURCE ID.
000920*----------------------------------------------------------------
000930 FD  BRANCH-XMIT-FILE.
000940 01  BRANCH-XMIT-RECORD.
000950     05  BX-PESEL-NUMBER         PIC 9(11).
000960     05  BX-CUSTOMER-NAME        PIC X(30).
000970     05  BX-ADDRESS              PIC X(40).
000980     05  BX-SOURCE-BRANCH        PIC X(04).
000990 01  BRANCH-XMIT-CONTROL.
001000     05  BX-RECORD-TYPE          PIC X(01).
001010         88  BX-HEADER-RECORD             VALUE 'H'.
001020         88  BX-TRAILER-RECORD            VALUE 'T'.
001030     05  FILLER                  PIC X(84).
001040 01  BRANCH-XMIT-HEADER.
001050     05  FILLER                  PIC X(01).
001060     05  BX-BATCH-DATE           PIC 9(08).
001070     05  BX-SOURCE-ID            PIC X(08).
001080     05  FILLER                  PIC X(68).
001090 01  BRANCH-XMIT-TRAILER.
001100     05  FILLER                  PIC X(01).
001110     05  BX-TRL-COUNT            PIC 9(07).
001120     05  BX-TRL-HASH             PIC 9(15).
001130     05  FILLER                  PIC X(62).
001140
001150 FD  BRANCH-ARCHIVE-FILE.
001160 01  BRANCH-ARCHIVE-RECORD       PIC X(85).
001170
001180*----------------------------------------------------------------
001190* THE EXPECTED BRANCHES: CODE IN COLUMNS 1-4, THEN IN COLUMNS 6-12
001200* ONE BYTE PER WEEKDAY, MONDAY FIRST - 'Y' WHEN THE BRANCH SENDS
001210* A FILE THAT NIGHT - THEN THE BRANCH NAME.  '*' IN COLUMN 1 IS A
001220* COMMENT.
001230*----------------------------------------------------------------
001240 FD  BRANCH-LIST-FILE.
001250 01  BRANCH-LIST-RECORD.
001260     05  BL-BRANCH               PIC X(04).
001270     05  FILLER                  PIC X(01).
001280     05  BL-DAYS                 PIC X(07).
001290     05  FILLER                  PIC X(01).
001300     05  BL-NAME                 PIC X(30).
001310
001320 FD  PESEL-IN-FILE.
001330 01  PESEL-IN-RECORD.
001340     05  PI-PESEL-NUMBER         PIC 9(11).
001350     05  PI-CUSTOMER-NAME        PIC X(30).
001360     05  PI-ADDRESS              PIC X(40).
001370     05  PI-SOURCE-BRANCH        PIC X(04).
001380 01  PESEL-IN-CONTROL.
001390     05  PC-RECORD-TYPE          PIC X(01).
001400         88  PC-HEADER-RECORD             VALUE 'H'.
001410         88  PC-TRAILER-RECORD            VALUE 'T'.
001420     05  FILLER                  PIC X(84).
001430 01  PESEL-IN-HEADER.
001440     05  FILLER                  PIC X(01).
001450     05  PH-BATCH-DATE           PIC 9(08).
001460     05  PH-SOURCE-ID            PIC X(08).
001470     05  FILLER                  PIC X(68).
001480 01  PESEL-IN-TRAILER.
001490     05  FILLER                  PIC X(01).
001500     05  PT-RECORD-COUNT         PIC 9(07).
001510     05  PT-HASH-TOTAL           PIC 9(15).
001520     05  FILLER                  PIC X(62).
001530
001540 FD  SUSPENSE-FILE.
001550     COPY SUSPENSE.
001560
001570 FD  INTAKE-REGISTER-FILE.
001580     COPY INTKREG.
001590
001600 FD  INTAKE-RPT-FILE.
001610 01  INTAKE-RPT-RECORD           PIC X(100).
001620
001630 FD  RUN-HISTORY-FILE.
001640     COPY RUNHIST.
001650
001660 WORKING-STORAGE SECTION.
001670 77  WS-BRXMIT-STATUS     PIC X(02) VALUE SPACES.
001680 77  WS-BRXARC-STATUS     PIC X(02) VALUE SPACES.
001690 77  WS-BRLIST-STATUS     PIC X(02) VALUE SPACES.
001700 77  WS-PESELIN-STATUS    PIC X(02) VALUE SPACES.
001710 77  WS-SUSPENSE-STATUS   PIC X(02) VALUE SPACES.
001720 77  WS-INTKREG-STATUS    PIC X(02) VALUE SPACES.
001730 77  WS-RPTFILE-STATUS    PIC X(02) VALUE SPACES.
001740 77  WS-RUNHIST-STATUS    PIC X(02) VALUE SPACES.
001750
001760 01  WS-SWITCHES.
001770     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
001780         88  WS-END-OF-XMIT          VALUE 'Y'.
001790     05  WS-BL-EOF-SWITCH     PIC X(01) VALUE 'N'.
001800         88  WS-END-OF-BRANCH-LIST   VALUE 'Y'.
001810     05  WS-SU-EOF-SWITCH     PIC X(01) VALUE 'N'.
001820         88  WS-END-OF-SUSPENSE      VALUE 'Y'.
001830     05  WS-FILE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
001840         88  WS-FILE-OPEN            VALUE 'Y'.
001850     05  WS-BRLIST-SWITCH     PIC X(01) VALUE 'N'.
001860         88  WS-BRANCH-LIST-LOADED   VALUE 'Y'.
001870     05  WS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001880         88  WS-FOUND                VALUE 'Y'.
001890     05  WS-SEQ-SWITCH        PIC X(01) VALUE 'N'.
001900         88  WS-SEQ-SETTLED          VALUE 'Y'.
001910     05  WS-NOT-EMPTIED-SWITCH PIC X(01) VALUE 'N'.
001920         88  WS-XMIT-NOT-EMPTIED     VALUE 'Y'.
001930
001940 01  WS-JOB-ID            PIC X(08) VALUE SPACES.
001950
001960 01  WS-TIMESTAMP.
001970     05  WS-TS-RAW.
001980         10  WS-TS-YEAR       PIC 9(4).
001990         10  WS-TS-MONTH      PIC 9(2).
002000         10  WS-TS-DAY        PIC 9(2).
002010         10  WS-TS-HOUR       PIC 9(2).
002020         10  WS-TS-MINUTE     PIC 9(2).
002030         10  WS-TS-SECOND     PIC 9(2).
002040         10  FILLER           PIC X(09).
002050     05  WS-TS-DISP       PIC X(19).
002060
002070*    START TIMESTAMP OF THIS RUN, KEPT FOR THE RUN-HISTORY LINE.
002080 01  WS-RUN-START-TS      PIC X(19) VALUE SPACES.
002090
002100*    TONIGHT'S INTAKE DATE (YYYYMMDD) AND WEEKDAY, 1 = MONDAY.
002110 01  WS-TODAY             PIC 9(08) VALUE ZEROS.
002120 01  WS-DAY-OF-WEEK       PIC 9(01) VALUE ZERO.
002130
002140*    LINE NUMBER WITHIN BRXMIT - THE SAME ON BOTH PASSES.
002150 01  WS-LINE-NO           PIC 9(07) COMP VALUE 0.
002160
002170*----------------------------------------------------------------
002180* ONE ENTRY PER BRANCH FILE FOUND ON BRXMIT, IN ARRIVAL ORDER,
002190* FILLED BY THE BALANCING PASS AND USED TO ROUTE EACH LINE ON THE
002200* SECOND.  A FILE RUNS FROM ITS HEADER TO ITS TRAILER; A HEADER
002210* ARRIVING BEFORE THE TRAILER ENDS THE FILE BEFORE IT (CUT
002220* SHORT), AND A LINE ARRIVING WITH NO FILE OPEN STARTS ONE WITH
002230* NO HEADER.  WS-FT-REASON IS SPACES FOR A FILE TO BE MERGED,
002240* OTHERWISE THE SC-REASON IT IS HELD FOR.
002250*----------------------------------------------------------------
002260 01  WS-FILE-TABLE.
002270     05  WS-FT-COUNT          PIC 9(4) COMP VALUE 0.
002280     05  WS-FT-MAX            PIC 9(4) COMP VALUE 500.
002290     05  WS-FT-ENTRY OCCURS 500 TIMES.
002300         10  WS-FT-BRANCH         PIC X(04).
002310         10  WS-FT-BATCH-DATE     PIC 9(08).
002320         10  WS-FT-FIRST-LINE     PIC 9(07) COMP.
002330         10  WS-FT-LAST-LINE      PIC 9(07) COMP.
002340         10  WS-FT-LINES          PIC 9(07) COMP.
002350         10  WS-FT-STORED         PIC 9(07) COMP.
002360         10  WS-FT-DETAILS        PIC 9(07).
002370         10  WS-FT-HASH-TOTAL     PIC 9(15).
002380         10  WS-FT-TRL-COUNT      PIC 9(07).
002390         10  WS-FT-TRL-HASH       PIC 9(15).
002400         10  WS-FT-HEADER-SWITCH  PIC X(01).
002410             88  WS-FT-HAS-HEADER        VALUE 'Y'.
002420         10  WS-FT-TRAILER-SWITCH PIC X(01).
002430             88  WS-FT-HAS-TRAILER       VALUE 'Y'.
002440         10  WS-FT-REASON         PIC X(02).
002450             88  WS-FT-TO-MERGE          VALUE SPACES.
002460         10  WS-FT-HOLD-SEQ       PIC 9(02).
002470         10  WS-FT-DUP-DATE       PIC 9(08).
002480 01  WS-FX                PIC 9(4) COMP VALUE 0.
002490 01  WS-FY                PIC 9(4) COMP VALUE 0.
002500
002510*----------------------------------------------------------------
002520* THE EXPECTED BRANCHES FROM THE BRANCHES LIST.  THE BANK RUNS
002530* WELL UNDER A HUNDRED BRANCHES; AN ENTRY AFTER THE TABLE IS FULL
002540* IS COUNTED AND LEFT UNCHECKED.
002550*----------------------------------------------------------------
002560 01  WS-BRANCH-TABLE.
002570     05  WS-BR-COUNT          PIC 9(4) COMP VALUE 0.
002580     05  WS-BR-MAX            PIC 9(4) COMP VALUE 300.
002590     05  WS-BR-ENTRY OCCURS 300 TIMES.
002600         10  WS-BR-CODE           PIC X(04).
002610         10  WS-BR-DAYS           PIC X(07).
002620         10  WS-BR-NAME           PIC X(30).
002630 01  WS-BX                PIC 9(4) COMP VALUE 0.
002640
002650*----------------------------------------------------------------
002660* HELD FILES THE OPERATOR HAS RELEASED, COLLECTED FROM SUSPENSE
002670* BEFORE ANY IS MERGED (THE MERGE BROWSES THE SAME FILE).  ONE
002680* LOADED EARLIER TONIGHT IS TAKEN AGAIN - THAT PESELIN WAS
002690* REPLACED WHEN THE INTAKE WAS RERUN.  PAST THE LIMIT, THE REST
002700* STAY RELEASED AND ARE MERGED THE NEXT NIGHT.
002710*----------------------------------------------------------------
002720 01  WS-RELEASE-TABLE.
002730     05  WS-RT-COUNT          PIC 9(4) COMP VALUE 0.
002740     05  WS-RT-MAX            PIC 9(4) COMP VALUE 100.
002750     05  WS-RT-HOLD-ID        PIC X(14) OCCURS 100 TIMES.
002760 01  WS-RX                PIC 9(4) COMP VALUE 0.
002770 01  WS-CUR-HOLD-ID       PIC X(14) VALUE SPACES.
002780
002790*    RUNNING CONTROL TOTALS OF WHAT GOES INTO PESELIN, FOR ITS
002800*    TRAILER.  THE HASH IS KEPT EXACTLY AS PESEL KEEPS IT.
002810 01  WS-PESELIN-TOTALS.
002820     05  WS-PT-DETAILS        PIC 9(07) VALUE ZEROS.
002830     05  WS-PT-HASH-TOTAL     PIC 9(15) VALUE ZEROS.
002840
002850 01  WS-STATS.
002860     05  WS-CNT-LINES         PIC 9(7) COMP VALUE 0.
002870     05  WS-CNT-BLANK         PIC 9(7) COMP VALUE 0.
002880     05  WS-CNT-MERGED        PIC 9(7) COMP VALUE 0.
002890     05  WS-CNT-HELD          PIC 9(7) COMP VALUE 0.
002900     05  WS-CNT-NO-TRAILER    PIC 9(7) COMP VALUE 0.
002910     05  WS-CNT-NO-HEADER     PIC 9(7) COMP VALUE 0.
002920     05  WS-CNT-COUNT-OFF     PIC 9(7) COMP VALUE 0.
002930     05  WS-CNT-HASH-OFF      PIC 9(7) COMP VALUE 0.
002940     05  WS-CNT-DUPLICATE     PIC 9(7) COMP VALUE 0.
002950     05  WS-CNT-RELEASED      PIC 9(7) COMP VALUE 0.
002960     05  WS-CNT-RT-OVERFLOW   PIC 9(7) COMP VALUE 0.
002970     05  WS-CNT-MISSING       PIC 9(7) COMP VALUE 0.
002980     05  WS-CNT-BR-OVERFLOW   PIC 9(7) COMP VALUE 0.
002990     05  WS-CNT-IN-SUSPENSE   PIC 9(7) COMP VALUE 0.
003000
003010 01  WS-REASON-TEXT       PIC X(40) VALUE SPACES.
003020 01  WS-EDIT-COUNT        PIC ZZZZZZ9.
003030 01  WS-EDIT-DATE.
003040     05  WS-ED-YEAR           PIC X(04).
003050     05  FILLER               PIC X(01) VALUE "-".
003060     05  WS-ED-MONTH          PIC X(02).
003070     05  FILLER               PIC X(01) VALUE "-".
003080     05  WS-ED-DAY            PIC X(02).
003090 01  WS-DATE-IN           PIC 9(08) VALUE ZEROS.
003100 01  WS-DATE-IN-X REDEFINES WS-DATE-IN.
003110     05  WS-DI-YEAR           PIC X(04).
003120     05  WS-DI-MONTH          PIC X(02).
003130     05  WS-DI-DAY            PIC X(02).
003140
003150 01  WS-RPT-TITLE.
003160     05  FILLER               PIC X(28)
003170             VALUE "NIGHTLY BRANCH INTAKE - RUN ".
003180     05  TTL-RUN-DATE         PIC X(10).
003190     05  FILLER               PIC X(06) VALUE "  JOB ".
003200     05  TTL-JOB              PIC X(08).
003210
003220 01  WS-RPT-SECTION       PIC X(60) VALUE SPACES.
003230
003240 01  WS-RPT-HDR.
003250     05  FILLER               PIC X(04) VALUE "BRCH".
003260     05  FILLER               PIC X(02) VALUE SPACES.
003270     05  FILLER               PIC X(10) VALUE "BATCH DATE".
003280     05  FILLER               PIC X(02) VALUE SPACES.
003290     05  FILLER               PIC X(07) VALUE "DETAILS".
003300     05  FILLER               PIC X(02) VALUE SPACES.
003310     05  FILLER               PIC X(07) VALUE "TRAILER".
003320     05  FILLER               PIC X(02) VALUE SPACES.
003330     05  FILLER               PIC X(06) VALUE "ACTION".
003340     05  FILLER               PIC X(02) VALUE SPACES.
003350     05  FILLER               PIC X(14) VALUE "HOLD ID".
003360     05  FILLER               PIC X(02) VALUE SPACES.
003370     05  FILLER               PIC X(40) VALUE "REASON".
003380
003390 01  WS-RPT-LINE.
003400     05  INR-BRANCH           PIC X(04).
003410     05  FILLER               PIC X(02) VALUE SPACES.
003420     05  INR-BATCH-DATE       PIC X(10).
003430     05  FILLER               PIC X(02) VALUE SPACES.
003440     05  INR-DETAILS          PIC ZZZZZZ9.
003450     05  FILLER               PIC X(02) VALUE SPACES.
003460     05  INR-TRL-COUNT        PIC X(07).
003470     05  FILLER               PIC X(02) VALUE SPACES.
003480     05  INR-ACTION           PIC X(06).
003490     05  FILLER               PIC X(02) VALUE SPACES.
003500     05  INR-HOLD-ID          PIC X(14).
003510     05  FILLER               PIC X(02) VALUE SPACES.
003520     05  INR-REASON           PIC X(40).
003530
003540 01  WS-MISSING-LINE.
003550     05  MIS-BRANCH           PIC X(04).
003560     05  FILLER               PIC X(02) VALUE SPACES.
003570     05  MIS-NAME             PIC X(30).
003580     05  FILLER               PIC X(02) VALUE SPACES.
003590     05  FILLER               PIC X(30)
003600             VALUE "EXPECTED TONIGHT - NO FILE".
003610
003620 01  WS-NOTE-LINE.
003630     05  FILLER               PIC X(06) VALUE SPACES.
003640     05  NOTE-TEXT            PIC X(94).
003650
003660 01  WS-RPT-RULE          PIC X(100) VALUE ALL "-".
003670
003680 01  WS-SUM-LINE.
003690     05  SUM-LABEL            PIC X(36).
003700     05  SUM-COUNT            PIC ZZZZZZ9.
003710
003720 PROCEDURE DIVISION.
003730*================================================================
003740*    0000-MAINLINE
003750*================================================================
003760 0000-MAINLINE.
003770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003780     PERFORM 2000-BALANCE-FILES THRU 2000-EXIT.
003790     PERFORM 3000-ROUTE-FILES THRU 3000-EXIT.
003800     PERFORM 4000-MERGE-RELEASED THRU 4000-EXIT.
003810     PERFORM 5000-REGISTER-FILES THRU 5000-EXIT.
003820     PERFORM 6000-CHECK-MISSING THRU 6000-EXIT.
003830     PERFORM 7000-LIST-SUSPENSE THRU 7000-EXIT.
003840     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003850     PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
003860     STOP RUN.
003870
003880*================================================================
003890*    1000-INITIALIZE
003900*    SUSPENSE AND INTKREG ARE CREATED EMPTY THE FIRST TIME, AS
003910*    PESELFRS DOES FRAUDHLD.
003920*================================================================
003930 1000-INITIALIZE.
003940     ACCEPT WS-JOB-ID FROM COMMAND-LINE.
003950     IF WS-JOB-ID = SPACES
003960         MOVE "BATCH" TO WS-JOB-ID
003970     END-IF.
003980     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
003990     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
004000            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
004010         DELIMITED BY SIZE INTO WS-TS-DISP.
004020     MOVE WS-TS-DISP TO WS-RUN-START-TS.
004030     MOVE WS-TS-RAW(1:8) TO WS-TODAY.
004040     ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
004050     OPEN INPUT BRANCH-XMIT-FILE.
004060     IF WS-BRXMIT-STATUS NOT = "00"
004070         DISPLAY "PESEL0196E BRXMIT COULD NOT BE OPENED, "
004080             "FILE STATUS=" WS-BRXMIT-STATUS
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120     OPEN OUTPUT BRANCH-ARCHIVE-FILE.
004130     IF WS-BRXARC-STATUS NOT = "00"
004140         DISPLAY "PESEL0200E BRXARC COULD NOT BE OPENED, "
004150             "FILE STATUS=" WS-BRXARC-STATUS
004160         MOVE 16 TO RETURN-CODE
004170         STOP RUN
004180     END-IF.
004190     OPEN I-O SUSPENSE-FILE.
004200     IF WS-SUSPENSE-STATUS = "35"
004210         OPEN OUTPUT SUSPENSE-FILE
004220         CLOSE SUSPENSE-FILE
004230         OPEN I-O SUSPENSE-FILE
004240     END-IF.
004250     IF WS-SUSPENSE-STATUS NOT = "00"
004260         DISPLAY "PESEL0198E SUSPENSE COULD NOT BE OPENED, "
004270             "FILE STATUS=" WS-SUSPENSE-STATUS
004280         MOVE 16 TO RETURN-CODE
004290         STOP RUN
004300     END-IF.
004310     OPEN I-O INTAKE-REGISTER-FILE.
004320     IF WS-INTKREG-STATUS = "35"
004330         OPEN OUTPUT INTAKE-REGISTER-FILE
004340         CLOSE INTAKE-REGISTER-FILE
004350         OPEN I-O INTAKE-REGISTER-FILE
004360     END-IF.
004370     IF WS-INTKREG-STATUS NOT = "00"
004380         DISPLAY "PESEL0199E INTKREG COULD NOT BE OPENED, "
004390             "FILE STATUS=" WS-INTKREG-STATUS
004400         MOVE 16 TO RETURN-CODE
004410         STOP RUN
004420     END-IF.
004430     OPEN OUTPUT INTAKE-RPT-FILE.
004440     IF WS-RPTFILE-STATUS NOT = "00"
004450         DISPLAY "PESEL0201E PESELINR COULD NOT BE OPENED, "
004460             "FILE STATUS=" WS-RPTFILE-STATUS
004470         MOVE 16 TO RETURN-CODE
004480         STOP RUN
004490     END-IF.
004500     MOVE WS-TODAY TO WS-DATE-IN.
004510     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
004520     MOVE WS-EDIT-DATE TO TTL-RUN-DATE.
004530     MOVE WS-JOB-ID TO TTL-JOB.
004540     MOVE WS-RPT-TITLE TO INTAKE-RPT-RECORD.
004550     WRITE INTAKE-RPT-RECORD.
004560     PERFORM 1100-LOAD-BRANCH-LIST THRU 1100-EXIT.
004570 1000-EXIT.
004580     EXIT.
004590
004600*================================================================
004610*    1100-LOAD-BRANCH-LIST
004620*    WITHOUT THE LIST THE INTAKE STILL RUNS; ONLY THE CHECK FOR
004630*    BRANCHES THAT SENT NOTHING IS LEFT OUT, WITH A WARNING.
004640*================================================================
004650 1100-LOAD-BRANCH-LIST.
004660     OPEN INPUT BRANCH-LIST-FILE.
004670     IF WS-BRLIST-STATUS NOT = "00"
004680         DISPLAY "PESEL0202W BRANCHES COULD NOT BE OPENED, "
004690             "FILE STATUS=" WS-BRLIST-STATUS
004700             " - NO CHECK FOR BRANCHES THAT SENT NOTHING"
004710         GO TO 1100-EXIT
004720     END-IF.
004730     MOVE 'Y' TO WS-BRLIST-SWITCH.
004740     PERFORM 1150-READ-BRANCH THRU 1150-EXIT
004750         UNTIL WS-END-OF-BRANCH-LIST.
004760     CLOSE BRANCH-LIST-FILE.
004770     IF WS-CNT-BR-OVERFLOW > 0
004780         DISPLAY "PESEL0202W " WS-CNT-BR-OVERFLOW
004790             " BRANCHES PAST THE FIRST " WS-BR-MAX
004800             " ON BRANCHES NOT CHECKED"
004810     END-IF.
004820 1100-EXIT.
004830     EXIT.
004840
004850 1150-READ-BRANCH.
004860     READ BRANCH-LIST-FILE
004870         AT END
004880             MOVE 'Y' TO WS-BL-EOF-SWITCH
004890             GO TO 1150-EXIT
004900     END-READ.
004910     IF BL-BRANCH = SPACES OR BL-BRANCH(1:1) = "*"
004920         GO TO 1150-EXIT
004930     END-IF.
004940     IF WS-BR-COUNT NOT < WS-BR-MAX
004950         ADD 1 TO WS-CNT-BR-OVERFLOW
004960         GO TO 1150-EXIT
004970     END-IF.
004980     ADD 1 TO WS-BR-COUNT.
004990     MOVE BL-BRANCH TO WS-BR-CODE (WS-BR-COUNT).
005000     MOVE BL-DAYS   TO WS-BR-DAYS (WS-BR-COUNT).
005010     MOVE BL-NAME   TO WS-BR-NAME (WS-BR-COUNT).
005020 1150-EXIT.
005030     EXIT.
005040
005050*================================================================
005060*    2000-BALANCE-FILES
005070*    FIRST PASS OVER BRXMIT.  SPLITS IT INTO BRANCH FILES,
005080*    COUNTS AND HASHES EACH ONE, AND DECIDES WHICH ARE MERGED.
005090*    NOTHING IS WRITTEN YET BUT THE ARCHIVE COPY.
005100*================================================================
005110 2000-BALANCE-FILES.
005120     PERFORM 2100-READ-XMIT THRU 2100-EXIT.
005130     PERFORM 2200-TAKE-LINE THRU 2200-EXIT
005140         UNTIL WS-END-OF-XMIT.
005150     PERFORM 2400-SETTLE-FILE THRU 2400-EXIT
005160         VARYING WS-FX FROM 1 BY 1
005170         UNTIL WS-FX > WS-FT-COUNT.
005180     CLOSE BRANCH-XMIT-FILE.
005190     CLOSE BRANCH-ARCHIVE-FILE.
005200     IF WS-BRXARC-STATUS NOT = "00"
005210         DISPLAY "PESEL0200E BRXARC CLOSE FAILED, "
005220             "FILE STATUS=" WS-BRXARC-STATUS
005230         MOVE 16 TO RETURN-CODE
005240         STOP RUN
005250     END-IF.
005260 2000-EXIT.
005270     EXIT.
005280
005290 2100-READ-XMIT.
005300     READ BRANCH-XMIT-FILE
005310         AT END
005320             MOVE 'Y' TO WS-EOF-SWITCH
005330         NOT AT END
005340             ADD 1 TO WS-LINE-NO
005350     END-READ.
005360     IF NOT WS-END-OF-XMIT
005370             AND WS-BRXMIT-STATUS NOT = "00"
005380         DISPLAY "PESEL0196E BRXMIT READ FAILED AT LINE "
005390             WS-LINE-NO ", FILE STATUS=" WS-BRXMIT-STATUS
005400         MOVE 16 TO RETURN-CODE
005410         STOP RUN
005420     END-IF.
005430 2100-EXIT.
005440     EXIT.
005450
005460*================================================================
005470*    2200-TAKE-LINE
005480*    A DETAIL IS COUNTED AND HASHED INTO THE OPEN FILE THE SAME
005490*    WAY PESEL COUNTS AND HASHES PESELIN.  A BLANK LINE BELONGS
005500*    TO NO FILE AND IS SKIPPED ON BOTH PASSES.
005510*================================================================
005520 2200-TAKE-LINE.
005530     ADD 1 TO WS-CNT-LINES.
005540     MOVE BRANCH-XMIT-RECORD TO BRANCH-ARCHIVE-RECORD.
005550     WRITE BRANCH-ARCHIVE-RECORD.
005560     IF WS-BRXARC-STATUS NOT = "00"
005570         DISPLAY "PESEL0200E BRXARC WRITE FAILED, "
005580             "FILE STATUS=" WS-BRXARC-STATUS
005590         MOVE 16 TO RETURN-CODE
005600         STOP RUN
005610     END-IF.
005620     IF BRANCH-XMIT-RECORD = SPACES
005630         ADD 1 TO WS-CNT-BLANK
005640         GO TO 2200-NEXT
005650     END-IF.
005660     IF BX-HEADER-RECORD
005670         PERFORM 2300-START-FILE THRU 2300-EXIT
005680         ADD 1 TO WS-FT-LINES (WS-FT-COUNT)
005690         MOVE 'Y' TO WS-FT-HEADER-SWITCH (WS-FT-COUNT)
005700         IF BX-SOURCE-ID(1:4) NOT = SPACES
005710             MOVE BX-SOURCE-ID(1:4) TO WS-FT-BRANCH (WS-FT-COUNT)
005720         END-IF
005730         IF BX-BATCH-DATE NUMERIC
005740             MOVE BX-BATCH-DATE TO WS-FT-BATCH-DATE (WS-FT-COUNT)
005750         END-IF
005760         GO TO 2200-NEXT
005770     END-IF.
005780     IF NOT WS-FILE-OPEN
005790         PERFORM 2300-START-FILE THRU 2300-EXIT
005800         IF NOT BX-TRAILER-RECORD
005810                 AND BX-SOURCE-BRANCH NOT = SPACES
005820             MOVE BX-SOURCE-BRANCH TO WS-FT-BRANCH (WS-FT-COUNT)
005830         END-IF
005840     END-IF.
005850     ADD 1 TO WS-FT-LINES (WS-FT-COUNT).
005860     MOVE WS-LINE-NO TO WS-FT-LAST-LINE (WS-FT-COUNT).
005870     IF BX-TRAILER-RECORD
005880         MOVE 'Y' TO WS-FT-TRAILER-SWITCH (WS-FT-COUNT)
005890         IF BX-TRL-COUNT NUMERIC
005900             MOVE BX-TRL-COUNT TO WS-FT-TRL-COUNT (WS-FT-COUNT)
005910         END-IF
005920         IF BX-TRL-HASH NUMERIC
005930             MOVE BX-TRL-HASH TO WS-FT-TRL-HASH (WS-FT-COUNT)
005940         END-IF
005950         MOVE 'N' TO WS-FILE-OPEN-SWITCH
005960         GO TO 2200-NEXT
005970     END-IF.
005980     ADD 1 TO WS-FT-DETAILS (WS-FT-COUNT).
005990     COMPUTE WS-FT-HASH-TOTAL (WS-FT-COUNT) = FUNCTION MOD
006000         (WS-FT-HASH-TOTAL (WS-FT-COUNT) + BX-PESEL-NUMBER,
006010          1000000000000000).
006020 2200-NEXT.
006030     PERFORM 2100-READ-XMIT THRU 2100-EXIT.
006040 2200-EXIT.
006050     EXIT.
006060
006070*================================================================
006080*    2300-START-FILE
006090*    OPENS A NEW TABLE ENTRY AT THE CURRENT LINE.  A FILE STILL
006100*    OPEN IS LEFT AS IT IS - WITH NO TRAILER.  MORE FILES THAN
006110*    THE TABLE HOLDS STOPS THE RUN BEFORE ANYTHING IS MERGED,
006120*    HELD, OR EMPTIED.
006130*================================================================
006140 2300-START-FILE.
006150     IF WS-FT-COUNT NOT < WS-FT-MAX
006160         DISPLAY "PESEL0203E MORE THAN " WS-FT-MAX
006170             " BRANCH FILES ON BRXMIT - NOTHING MERGED, "
006180             "RUN ENDS RC 16"
006190         MOVE 16 TO RETURN-CODE
006200         STOP RUN
006210     END-IF.
006220     ADD 1 TO WS-FT-COUNT.
006230     MOVE "????"     TO WS-FT-BRANCH (WS-FT-COUNT).
006240     MOVE ZEROS      TO WS-FT-BATCH-DATE (WS-FT-COUNT)
006250                        WS-FT-DETAILS (WS-FT-COUNT)
006260                        WS-FT-HASH-TOTAL (WS-FT-COUNT)
006270                        WS-FT-TRL-COUNT (WS-FT-COUNT)
006280                        WS-FT-TRL-HASH (WS-FT-COUNT)
006290                        WS-FT-HOLD-SEQ (WS-FT-COUNT)
006300                        WS-FT-DUP-DATE (WS-FT-COUNT).
006310     MOVE WS-LINE-NO TO WS-FT-FIRST-LINE (WS-FT-COUNT)
006320                        WS-FT-LAST-LINE (WS-FT-COUNT).
006330     MOVE 0          TO WS-FT-LINES (WS-FT-COUNT)
006340                        WS-FT-STORED (WS-FT-COUNT).
006350     MOVE 'N'        TO WS-FT-HEADER-SWITCH (WS-FT-COUNT)
006360                        WS-FT-TRAILER-SWITCH (WS-FT-COUNT).
006370     MOVE SPACES     TO WS-FT-REASON (WS-FT-COUNT).
006380     MOVE 'Y'        TO WS-FILE-OPEN-SWITCH.
006390 2300-EXIT.
006400     EXIT.
006410
006420*================================================================
006430*    2400-SETTLE-FILE
006440*    A FILE IS MERGED ONLY IF IT HAS A HEADER AND A TRAILER AND
006450*    ITS COUNT AND HASH BOTH MATCH THE TRAILER, AND IT HAS NOT
006460*    BEEN MERGED BEFORE.  A HELD FILE IS GIVEN ITS HOLD ID HERE.
006470*================================================================
006480 2400-SETTLE-FILE.
006490     EVALUATE TRUE
006500         WHEN NOT WS-FT-HAS-HEADER (WS-FX)
006510             MOVE "NH" TO WS-FT-REASON (WS-FX)
006520             ADD 1 TO WS-CNT-NO-HEADER
006530         WHEN NOT WS-FT-HAS-TRAILER (WS-FX)
006540             MOVE "NT" TO WS-FT-REASON (WS-FX)
006550             ADD 1 TO WS-CNT-NO-TRAILER
006560         WHEN WS-FT-DETAILS (WS-FX) NOT = WS-FT-TRL-COUNT (WS-FX)
006570             MOVE "CT" TO WS-FT-REASON (WS-FX)
006580             ADD 1 TO WS-CNT-COUNT-OFF
006590         WHEN WS-FT-HASH-TOTAL (WS-FX)
006600                 NOT = WS-FT-TRL-HASH (WS-FX)
006610             MOVE "HT" TO WS-FT-REASON (WS-FX)
006620             ADD 1 TO WS-CNT-HASH-OFF
006630         WHEN OTHER
006640             PERFORM 2500-CHECK-DUPLICATE THRU 2500-EXIT
006650     END-EVALUATE.
006660     IF WS-FT-TO-MERGE (WS-FX)
006670         ADD 1 TO WS-CNT-MERGED
006680         GO TO 2400-EXIT
006690     END-IF.
006700     ADD 1 TO WS-CNT-HELD.
006710     MOVE 0 TO WS-FT-HOLD-SEQ (WS-FX).
006720     MOVE 'N' TO WS-SEQ-SWITCH.
006730     PERFORM 2600-TRY-HOLD-SEQ THRU 2600-EXIT
006740         UNTIL WS-SEQ-SETTLED.
006750 2400-EXIT.
006760     EXIT.
006770
006780*================================================================
006790*    2500-CHECK-DUPLICATE
006800*    A BALANCED FILE WITH THE SAME BRANCH, BATCH DATE, COUNT, AND
006810*    HASH AS ONE ALREADY MERGED - EARLIER TONIGHT OR ON AN
006820*    EARLIER NIGHT (INTKREG) - WAS RECEIVED TWICE.  A REGISTER
006830*    ENTRY DATED TONIGHT IS FROM AN EARLIER ATTEMPT AT THIS SAME
006840*    INTAKE, NOT ANOTHER COPY OF THE FILE.
006850*================================================================
006860 2500-CHECK-DUPLICATE.
006870     MOVE 'N' TO WS-FOUND-SWITCH.
006880     PERFORM 2550-COMPARE-EARLIER THRU 2550-EXIT
006890         VARYING WS-FY FROM 1 BY 1
006900         UNTIL WS-FY NOT < WS-FX OR WS-FOUND.
006910     IF WS-FOUND
006920         MOVE "DP" TO WS-FT-REASON (WS-FX)
006930         MOVE WS-TODAY TO WS-FT-DUP-DATE (WS-FX)
006940         ADD 1 TO WS-CNT-DUPLICATE
006950         GO TO 2500-EXIT
006960     END-IF.
006970     MOVE WS-FT-BRANCH (WS-FX)     TO IR-BRANCH.
006980     MOVE WS-FT-BATCH-DATE (WS-FX) TO IR-BATCH-DATE.
006990     MOVE WS-FT-DETAILS (WS-FX)    TO IR-DETAIL-COUNT.
007000     MOVE WS-FT-HASH-TOTAL (WS-FX) TO IR-HASH-TOTAL.
007010     READ INTAKE-REGISTER-FILE.
007020     IF WS-INTKREG-STATUS = "23"
007030         GO TO 2500-EXIT
007040     END-IF.
007050     IF WS-INTKREG-STATUS NOT = "00"
007060         DISPLAY "PESEL0199E INTKREG READ FAILED FOR BRANCH "
007070             IR-BRANCH ", FILE STATUS=" WS-INTKREG-STATUS
007080         MOVE 16 TO RETURN-CODE
007090         STOP RUN
007100     END-IF.
007110     IF IR-INTAKE-DATE NOT = WS-TODAY
007120         MOVE "DP" TO WS-FT-REASON (WS-FX)
007130         MOVE IR-INTAKE-DATE TO WS-FT-DUP-DATE (WS-FX)
007140         ADD 1 TO WS-CNT-DUPLICATE
007150     END-IF.
007160 2500-EXIT.
007170     EXIT.
007180
007190 2550-COMPARE-EARLIER.
007200     IF WS-FT-TO-MERGE (WS-FY)
007210             AND WS-FT-BRANCH (WS-FY) = WS-FT-BRANCH (WS-FX)
007220             AND WS-FT-BATCH-DATE (WS-FY)
007230                 = WS-FT-BATCH-DATE (WS-FX)
007240             AND WS-FT-DETAILS (WS-FY) = WS-FT-DETAILS (WS-FX)
007250             AND WS-FT-HASH-TOTAL (WS-FY)
007260                 = WS-FT-HASH-TOTAL (WS-FX)
007270         MOVE 'Y' TO WS-FOUND-SWITCH
007280     END-IF.
007290 2550-EXIT.
007300     EXIT.
007310
007320*================================================================
007330*    2600-TRY-HOLD-SEQ
007340*    TRIES THE NEXT HOLD SEQUENCE FOR THE BRANCH TONIGHT.  IT IS
007350*    TAKEN IF AN EARLIER HELD FILE TONIGHT HAS IT, OR SUSPENSE
007360*    HAS IT FOR A DIFFERENT FILE.  SUSPENSE HOLDING THE SAME FILE
007370*    STILL HELD UNDER IT IS AN EARLIER ATTEMPT AT THIS INTAKE,
007380*    AND THE ID IS USED AGAIN SO A RERUN WRITES OVER IT.
007390*================================================================
007400 2600-TRY-HOLD-SEQ.
007410     ADD 1 TO WS-FT-HOLD-SEQ (WS-FX).
007420     MOVE 'N' TO WS-FOUND-SWITCH.
007430     PERFORM 2650-COMPARE-HOLD-SEQ THRU 2650-EXIT
007440         VARYING WS-FY FROM 1 BY 1
007450         UNTIL WS-FY NOT < WS-FX OR WS-FOUND.
007460     IF WS-FOUND
007470         GO TO 2600-EXIT
007480     END-IF.
007490     MOVE WS-FT-BRANCH (WS-FX)   TO SU-BRANCH.
007500     MOVE WS-TODAY               TO SU-HELD-DATE.
007510     MOVE WS-FT-HOLD-SEQ (WS-FX) TO SU-HOLD-SEQ.
007520     MOVE 0                      TO SU-LINE-NO.
007530     READ SUSPENSE-FILE.
007540     IF WS-SUSPENSE-STATUS = "23"
007550         MOVE 'Y' TO WS-SEQ-SWITCH
007560         GO TO 2600-EXIT
007570     END-IF.
007580     IF WS-SUSPENSE-STATUS NOT = "00"
007590         DISPLAY "PESEL0198E SUSPENSE READ FAILED FOR HOLD ID "
007600             SU-HOLD-ID ", FILE STATUS=" WS-SUSPENSE-STATUS
007610         MOVE 16 TO RETURN-CODE
007620         STOP RUN
007630     END-IF.
007640     IF SC-HELD
007650             AND SC-REASON = WS-FT-REASON (WS-FX)
007660             AND SC-BATCH-DATE = WS-FT-BATCH-DATE (WS-FX)
007670             AND SC-LINES = WS-FT-LINES (WS-FX)
007680             AND SC-DETAILS = WS-FT-DETAILS (WS-FX)
007690             AND SC-HASH-TOTAL = WS-FT-HASH-TOTAL (WS-FX)
007700             AND SC-TRL-COUNT = WS-FT-TRL-COUNT (WS-FX)
007710             AND SC-TRL-HASH = WS-FT-TRL-HASH (WS-FX)
007720         MOVE 'Y' TO WS-SEQ-SWITCH
007730     END-IF.
007740 2600-EXIT.
007750     EXIT.
007760
007770 2650-COMPARE-HOLD-SEQ.
007780     IF NOT WS-FT-TO-MERGE (WS-FY)
007790             AND WS-FT-BRANCH (WS-FY) = WS-FT-BRANCH (WS-FX)
007800             AND WS-FT-HOLD-SEQ (WS-FY) = WS-FT-HOLD-SEQ (WS-FX)
007810         MOVE 'Y' TO WS-FOUND-SWITCH
007820     END-IF.
007830 2650-EXIT.
007840     EXIT.
007850
007860*================================================================
007870*    3000-ROUTE-FILES
007880*    SECOND PASS OVER BRXMIT.  THE DETAILS OF EVERY FILE TO BE
007890*    MERGED GO INTO PESELIN UNDER A NEW HEADER DATED TONIGHT;
007900*    EVERY LINE OF A HELD FILE, AS RECEIVED, GOES ONTO SUSPENSE.
007910*    EACH HELD FILE'S CONTROL RECORD IS WRITTEN ONLY AFTER ALL ITS
007920*    LINES, SO A HOLD IS NEVER LISTED WITH LINES MISSING.
007930*================================================================
007940 3000-ROUTE-FILES.
007950     OPEN OUTPUT PESEL-IN-FILE.
007960     IF WS-PESELIN-STATUS NOT = "00"
007970         DISPLAY "PESEL0197E PESELIN COULD NOT BE OPENED, "
007980             "FILE STATUS=" WS-PESELIN-STATUS
007990         MOVE 16 TO RETURN-CODE
008000         STOP RUN
008010     END-IF.
008020     MOVE SPACES   TO PESEL-IN-RECORD.
008030     MOVE 'H'      TO PC-RECORD-TYPE.
008040     MOVE WS-TODAY TO PH-BATCH-DATE.
008050     MOVE "INTAKE" TO PH-SOURCE-ID.
008060     PERFORM 3300-WRITE-PESELIN THRU 3300-EXIT.
008070     OPEN INPUT BRANCH-XMIT-FILE.
008080     IF WS-BRXMIT-STATUS NOT = "00"
008090         DISPLAY "PESEL0196E BRXMIT COULD NOT BE REOPENED, "
008100             "FILE STATUS=" WS-BRXMIT-STATUS
008110         MOVE 16 TO RETURN-CODE
008120         STOP RUN
008130     END-IF.
008140     MOVE 'N' TO WS-EOF-SWITCH.
008150     MOVE 0 TO WS-LINE-NO.
008160     MOVE 1 TO WS-FX.
008170     PERFORM 2100-READ-XMIT THRU 2100-EXIT.
008180     PERFORM 3100-ROUTE-LINE THRU 3100-EXIT
008190         UNTIL WS-END-OF-XMIT.
008200     CLOSE BRANCH-XMIT-FILE.
008210     PERFORM 3400-WRITE-HOLD-CONTROL THRU 3400-EXIT
008220         VARYING WS-FX FROM 1 BY 1
008230         UNTIL WS-FX > WS-FT-COUNT.
008240     MOVE "BRANCH FILES RECEIVED TONIGHT" TO WS-RPT-SECTION.
008250     PERFORM 7800-WRITE-SECTION THRU 7800-EXIT.
008260     PERFORM 7850-WRITE-COLUMNS THRU 7850-EXIT.
008270     PERFORM 3500-REPORT-FILE THRU 3500-EXIT
008280         VARYING WS-FX FROM 1 BY 1
008290         UNTIL WS-FX > WS-FT-COUNT.
008300 3000-EXIT.
008310     EXIT.
008320
008330 3100-ROUTE-LINE.
008340     IF BRANCH-XMIT-RECORD = SPACES
008350         GO TO 3100-NEXT
008360     END-IF.
008370     PERFORM 3150-NEXT-FILE THRU 3150-EXIT
008380         UNTIL WS-FX > WS-FT-COUNT
008390             OR WS-LINE-NO NOT > WS-FT-LAST-LINE (WS-FX).
008400     IF WS-FX > WS-FT-COUNT
008410         GO TO 3100-NEXT
008420     END-IF.
008430     IF WS-LINE-NO < WS-FT-FIRST-LINE (WS-FX)
008440         GO TO 3100-NEXT
008450     END-IF.
008460     IF NOT WS-FT-TO-MERGE (WS-FX)
008470         PERFORM 3200-HOLD-LINE THRU 3200-EXIT
008480         GO TO 3100-NEXT
008490     END-IF.
008500     IF BX-HEADER-RECORD OR BX-TRAILER-RECORD
008510         GO TO 3100-NEXT
008520     END-IF.
008530     MOVE BRANCH-XMIT-RECORD TO PESEL-IN-RECORD.
008540     PERFORM 3300-WRITE-PESELIN THRU 3300-EXIT.
008550     ADD 1 TO WS-PT-DETAILS.
008560     COMPUTE WS-PT-HASH-TOTAL = FUNCTION MOD
008570         (WS-PT-HASH-TOTAL + PI-PESEL-NUMBER, 1000000000000000).
008580 3100-NEXT.
008590     PERFORM 2100-READ-XMIT THRU 2100-EXIT.
008600 3100-EXIT.
008610     EXIT.
008620
008630 3150-NEXT-FILE.
008640     ADD 1 TO WS-FX.
008650 3150-EXIT.
008660     EXIT.
008670
008680 3200-HOLD-LINE.
008690     ADD 1 TO WS-FT-STORED (WS-FX).
008700     MOVE SPACES                 TO SUSPENSE-RECORD.
008710     MOVE WS-FT-BRANCH (WS-FX)   TO SU-BRANCH.
008720     MOVE WS-TODAY               TO SU-HELD-DATE.
008730     MOVE WS-FT-HOLD-SEQ (WS-FX) TO SU-HOLD-SEQ.
008740     MOVE WS-FT-STORED (WS-FX)   TO SU-LINE-NO.
008750     MOVE BRANCH-XMIT-RECORD     TO SU-LINE.
008760     PERFORM 3450-PUT-SUSPENSE THRU 3450-EXIT.
008770 3200-EXIT.
008780     EXIT.
008790
008800 3300-WRITE-PESELIN.
008810     WRITE PESEL-IN-RECORD.
008820     IF WS-PESELIN-STATUS NOT = "00"
008830         DISPLAY "PESEL0197E PESELIN WRITE FAILED, "
008840             "FILE STATUS=" WS-PESELIN-STATUS
008850         MOVE 16 TO RETURN-CODE
008860         STOP RUN
008870     END-IF.
008880 3300-EXIT.
008890     EXIT.
008900
008910 3400-WRITE-HOLD-CONTROL.
008920     IF WS-FT-TO-MERGE (WS-FX)
008930         GO TO 3400-EXIT
008940     END-IF.
008950     MOVE SPACES                   TO SUSPENSE-RECORD.
008960     MOVE WS-FT-BRANCH (WS-FX)     TO SU-BRANCH.
008970     MOVE WS-TODAY                 TO SU-HELD-DATE.
008980     MOVE WS-FT-HOLD-SEQ (WS-FX)   TO SU-HOLD-SEQ.
008990     MOVE 0                        TO SU-LINE-NO.
009000     MOVE 'H'                      TO SC-STATUS.
009010     MOVE WS-FT-REASON (WS-FX)     TO SC-REASON.
009020     MOVE WS-FT-BATCH-DATE (WS-FX) TO SC-BATCH-DATE.
009030     MOVE WS-FT-STORED (WS-FX)     TO SC-LINES.
009040     MOVE WS-FT-DETAILS (WS-FX)    TO SC-DETAILS.
009050     MOVE WS-FT-HASH-TOTAL (WS-FX) TO SC-HASH-TOTAL.
009060     MOVE WS-FT-TRL-COUNT (WS-FX)  TO SC-TRL-COUNT.
009070     MOVE WS-FT-TRL-HASH (WS-FX)   TO SC-TRL-HASH.
009080     MOVE WS-JOB-ID                TO SC-HELD-JOB-ID.
009090     MOVE 'N'                      TO SC-RESENT.
009100     MOVE ZEROS                    TO SC-LOADED-DATE.
009110     PERFORM 3450-PUT-SUSPENSE THRU 3450-EXIT.
009120     MOVE SU-HOLD-ID TO WS-CUR-HOLD-ID.
009130     PERFORM 7700-REASON-TEXT THRU 7700-EXIT.
009140     DISPLAY "PESEL0206I BRANCH " WS-FT-BRANCH (WS-FX)
009150         " FILE HELD AS " WS-CUR-HOLD-ID " - " WS-REASON-TEXT.
009160 3400-EXIT.
009170     EXIT.
009180
009190*    A KEY ALREADY ON SUSPENSE IS FROM AN EARLIER ATTEMPT AT
009200*    TONIGHT'S INTAKE (SEE 2600) AND IS WRITTEN OVER.
009210 3450-PUT-SUSPENSE.
009220     WRITE SUSPENSE-RECORD.
009230     IF WS-SUSPENSE-STATUS = "22"
009240         REWRITE SUSPENSE-RECORD
009250     END-IF.
009260     IF WS-SUSPENSE-STATUS NOT = "00"
009270         DISPLAY "PESEL0198E SUSPENSE WRITE FAILED FOR HOLD ID "
009280             SU-HOLD-ID " LINE " SU-LINE-NO
009290             ", FILE STATUS=" WS-SUSPENSE-STATUS
009300         MOVE 16 TO RETURN-CODE
009310         STOP RUN
009320     END-IF.
009330 3450-EXIT.
009340     EXIT.
009350
009360*================================================================
009370*    3500-REPORT-FILE
009380*    ONE LINE PER BRANCH FILE.  A HELD FILE WHOSE BRANCH ALSO
009390*    SENT A BALANCED FILE FOR THE SAME BATCH DATE TONIGHT WAS
009400*    RE-SENT AND MERGED - THE HELD COPY SHOULD BE DROPPED.
009410*================================================================
009420 3500-REPORT-FILE.
009430     MOVE SPACES TO WS-CUR-HOLD-ID.
009440     IF NOT WS-FT-TO-MERGE (WS-FX)
009450         STRING WS-FT-BRANCH (WS-FX) WS-TODAY
009460                WS-FT-HOLD-SEQ (WS-FX)
009470             DELIMITED BY SIZE INTO WS-CUR-HOLD-ID
009480     END-IF.
009490     PERFORM 7700-REASON-TEXT THRU 7700-EXIT.
009500     MOVE WS-FT-BRANCH (WS-FX) TO INR-BRANCH.
009510     MOVE WS-FT-BATCH-DATE (WS-FX) TO WS-DATE-IN.
009520     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
009530     IF WS-FT-HAS-HEADER (WS-FX)
009540         MOVE WS-EDIT-DATE TO INR-BATCH-DATE
009550     ELSE
009560         MOVE "NO HEADER" TO INR-BATCH-DATE
009570     END-IF.
009580     MOVE WS-FT-DETAILS (WS-FX) TO INR-DETAILS.
009590     IF WS-FT-HAS-TRAILER (WS-FX)
009600         MOVE WS-FT-TRL-COUNT (WS-FX) TO WS-EDIT-COUNT
009610         MOVE WS-EDIT-COUNT TO INR-TRL-COUNT
009620     ELSE
009630         MOVE "   NONE" TO INR-TRL-COUNT
009640     END-IF.
009650     IF WS-FT-TO-MERGE (WS-FX)
009660         MOVE "MERGED" TO INR-ACTION
009670     ELSE
009680         MOVE "HELD" TO INR-ACTION
009690     END-IF.
009700     MOVE WS-CUR-HOLD-ID TO INR-HOLD-ID.
009710     MOVE WS-REASON-TEXT TO INR-REASON.
009720     MOVE WS-RPT-LINE TO INTAKE-RPT-RECORD.
009730     WRITE INTAKE-RPT-RECORD.
009740     IF WS-FT-TO-MERGE (WS-FX) OR WS-FT-REASON (WS-FX) = "DP"
009750         GO TO 3500-EXIT
009760     END-IF.
009770     MOVE 'N' TO WS-FOUND-SWITCH.
009780     PERFORM 3550-FIND-RESEND THRU 3550-EXIT
009790         VARYING WS-FY FROM 1 BY 1
009800         UNTIL WS-FY > WS-FT-COUNT OR WS-FOUND.
009810     IF WS-FOUND
009820         MOVE SPACES TO NOTE-TEXT
009830         STRING "BRANCH SENT A BALANCED FILE FOR THE SAME "
009840                "BATCH DATE TONIGHT - DROP THIS HOLD"
009850             DELIMITED BY SIZE INTO NOTE-TEXT
009860         MOVE WS-NOTE-LINE TO INTAKE-RPT-RECORD
009870         WRITE INTAKE-RPT-RECORD
009880     END-IF.
009890 3500-EXIT.
009900     EXIT.
009910
009920 3550-FIND-RESEND.
009930     IF WS-FY NOT = WS-FX
009940             AND WS-FT-TO-MERGE (WS-FY)
009950             AND WS-FT-BRANCH (WS-FY) = WS-FT-BRANCH (WS-FX)
009960             AND WS-FT-BATCH-DATE (WS-FY)
009970                 = WS-FT-BATCH-DATE (WS-FX)
009980         MOVE 'Y' TO WS-FOUND-SWITCH
009990     END-IF.
010000 3550-EXIT.
010010     EXIT.
010020
010030*================================================================
010040*    4000-MERGE-RELEASED
010050*    MERGES EVERY HELD FILE THE OPERATOR HAS RELEASED (PESELSRL)
010060*    AND MARKS IT LOADED.  THE HEADER AND TRAILER IT WAS HELD
010070*    WITH ARE NOT CARRIED INTO PESELIN - ONLY ITS DETAILS.
010080*================================================================
010090 4000-MERGE-RELEASED.
010100     MOVE LOW-VALUES TO SU-KEY.
010110     MOVE 'N' TO WS-SU-EOF-SWITCH.
010120     START SUSPENSE-FILE KEY IS NOT LESS THAN SU-KEY
010130         INVALID KEY
010140             MOVE 'Y' TO WS-SU-EOF-SWITCH
010150     END-START.
010160     PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT.
010170     PERFORM 4200-COLLECT-RELEASE THRU 4200-EXIT
010180         UNTIL WS-END-OF-SUSPENSE.
010190     IF WS-CNT-RT-OVERFLOW > 0
010200         DISPLAY "PESEL0204W " WS-CNT-RT-OVERFLOW
010210             " RELEASED FILES PAST THE FIRST " WS-RT-MAX
010220             " LEFT FOR THE NEXT INTAKE"
010230     END-IF.
010240     MOVE "HELD FILES RELEASED BY THE OPERATOR - MERGED TONIGHT"
010250         TO WS-RPT-SECTION.
010260     PERFORM 7800-WRITE-SECTION THRU 7800-EXIT.
010270     PERFORM 7850-WRITE-COLUMNS THRU 7850-EXIT.
010280     PERFORM 4300-MERGE-ONE THRU 4300-EXIT
010290         VARYING WS-RX FROM 1 BY 1
010300         UNTIL WS-RX > WS-RT-COUNT.
010310 4000-EXIT.
010320     EXIT.
010330
010340 4100-READ-SUSPENSE.
010350     IF WS-END-OF-SUSPENSE
010360         GO TO 4100-EXIT
010370     END-IF.
010380     READ SUSPENSE-FILE NEXT RECORD
010390         AT END
010400             MOVE 'Y' TO WS-SU-EOF-SWITCH
010410     END-READ.
010420     IF NOT WS-END-OF-SUSPENSE
010430             AND WS-SUSPENSE-STATUS NOT = "00"
010440         DISPLAY "PESEL0198E SUSPENSE READ FAILED AFTER HOLD ID "
010450             SU-HOLD-ID ", FILE STATUS=" WS-SUSPENSE-STATUS
010460         MOVE 16 TO RETURN-CODE
010470         STOP RUN
010480     END-IF.
010490 4100-EXIT.
010500     EXIT.
010510
010520 4200-COLLECT-RELEASE.
010530     IF SU-LINE-NO NOT = 0
010540         GO TO 4200-NEXT
010550     END-IF.
010560     IF NOT SC-RELEASED
010570             AND NOT (SC-LOADED AND SC-LOADED-DATE = WS-TODAY)
010580         GO TO 4200-NEXT
010590     END-IF.
010600     IF WS-RT-COUNT NOT < WS-RT-MAX
010610         ADD 1 TO WS-CNT-RT-OVERFLOW
010620         GO TO 4200-NEXT
010630     END-IF.
010640     ADD 1 TO WS-RT-COUNT.
010650     MOVE SU-HOLD-ID TO WS-RT-HOLD-ID (WS-RT-COUNT).
010660 4200-NEXT.
010670     PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT.
010680 4200-EXIT.
010690     EXIT.
010700
010710 4300-MERGE-ONE.
010720     MOVE WS-RT-HOLD-ID (WS-RX) TO WS-CUR-HOLD-ID.
010730     MOVE WS-CUR-HOLD-ID TO SU-HOLD-ID.
010740     MOVE 1 TO SU-LINE-NO.
010750     MOVE 'N' TO WS-SU-EOF-SWITCH.
010760     START SUSPENSE-FILE KEY IS NOT LESS THAN SU-KEY
010770         INVALID KEY
010780             MOVE 'Y' TO WS-SU-EOF-SWITCH
010790     END-START.
010800     PERFORM 4400-READ-HELD-LINE THRU 4400-EXIT.
010810     PERFORM 4500-MERGE-LINE THRU 4500-EXIT
010820         UNTIL WS-END-OF-SUSPENSE.
010830     MOVE WS-CUR-HOLD-ID TO SU-HOLD-ID.
010840     MOVE 0 TO SU-LINE-NO.
010850     READ SUSPENSE-FILE.
010860     IF WS-SUSPENSE-STATUS NOT = "00"
010870         DISPLAY "PESEL0198E SUSPENSE READ FAILED FOR HOLD ID "
010880             WS-CUR-HOLD-ID ", FILE STATUS=" WS-SUSPENSE-STATUS
010890         MOVE 16 TO RETURN-CODE
010900         STOP RUN
010910     END-IF.
010920     MOVE 'L' TO SC-STATUS.
010930     MOVE WS-TODAY TO SC-LOADED-DATE.
010940     REWRITE SUSPENSE-RECORD.
010950     IF WS-SUSPENSE-STATUS NOT = "00"
010960         DISPLAY "PESEL0198E SUSPENSE REWRITE FAILED FOR HOLD ID "
010970             WS-CUR-HOLD-ID ", FILE STATUS=" WS-SUSPENSE-STATUS
010980         MOVE 16 TO RETURN-CODE
010990         STOP RUN
011000     END-IF.
011010     ADD 1 TO WS-CNT-RELEASED.
011020     PERFORM 7600-CONTROL-LINE THRU 7600-EXIT.
011030     MOVE "MERGED" TO INR-ACTION.
011040     MOVE SPACES TO INR-REASON.
011050     STRING "RELEASED BY " SC-DECIDED-BY
011060         DELIMITED BY SIZE INTO INR-REASON.
011070     IF SC-RESENT = 'Y'
011080         MOVE "(RE-SENT)" TO INR-REASON(22:9)
011090     END-IF.
011100     MOVE WS-RPT-LINE TO INTAKE-RPT-RECORD.
011110     WRITE INTAKE-RPT-RECORD.
011120     MOVE SPACES         TO INTAKE-REGISTER-RECORD.
011130     MOVE SC-BATCH-DATE  TO IR-BATCH-DATE.
011140     MOVE SC-DETAILS     TO IR-DETAIL-COUNT.
011150     MOVE SC-HASH-TOTAL  TO IR-HASH-TOTAL.
011160     MOVE SU-BRANCH      TO IR-BRANCH.
011170     MOVE 'S'            TO IR-ORIGIN.
011180     MOVE WS-CUR-HOLD-ID TO IR-HOLD-ID.
011190     PERFORM 5200-PUT-REGISTER THRU 5200-EXIT.
011200 4300-EXIT.
011210     EXIT.
011220
011230 4400-READ-HELD-LINE.
011240     PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT.
011250     IF NOT WS-END-OF-SUSPENSE
011260             AND SU-HOLD-ID NOT = WS-CUR-HOLD-ID
011270         MOVE 'Y' TO WS-SU-EOF-SWITCH
011280     END-IF.
011290 4400-EXIT.
011300     EXIT.
011310
011320 4500-MERGE-LINE.
011330     MOVE SU-LINE TO PESEL-IN-RECORD.
011340     IF PC-HEADER-RECORD OR PC-TRAILER-RECORD
011350         GO TO 4500-NEXT
011360     END-IF.
011370     PERFORM 3300-WRITE-PESELIN THRU 3300-EXIT.
011380     ADD 1 TO WS-PT-DETAILS.
011390     COMPUTE WS-PT-HASH-TOTAL = FUNCTION MOD
011400         (WS-PT-HASH-TOTAL + PI-PESEL-NUMBER, 1000000000000000).
011410 4500-NEXT.
011420     PERFORM 4400-READ-HELD-LINE THRU 4400-EXIT.
011430 4500-EXIT.
011440     EXIT.
011450
011460*================================================================
011470*    5000-REGISTER-FILES
011480*    PUTS EVERY FILE MERGED FROM BRXMIT TONIGHT ON THE INTAKE
011490*    REGISTER, SO THE SAME FILE ARRIVING AGAIN IS CAUGHT.
011500*================================================================
011510 5000-REGISTER-FILES.
011520     PERFORM 5100-REGISTER-ONE THRU 5100-EXIT
011530         VARYING WS-FX FROM 1 BY 1
011540         UNTIL WS-FX > WS-FT-COUNT.
011550 5000-EXIT.
011560     EXIT.
011570
011580 5100-REGISTER-ONE.
011590     IF NOT WS-FT-TO-MERGE (WS-FX)
011600         GO TO 5100-EXIT
011610     END-IF.
011620     MOVE SPACES                   TO INTAKE-REGISTER-RECORD.
011630     MOVE WS-FT-BRANCH (WS-FX)     TO IR-BRANCH.
011640     MOVE WS-FT-BATCH-DATE (WS-FX) TO IR-BATCH-DATE.
011650     MOVE WS-FT-DETAILS (WS-FX)    TO IR-DETAIL-COUNT.
011660     MOVE WS-FT-HASH-TOTAL (WS-FX) TO IR-HASH-TOTAL.
011670     MOVE 'T'                      TO IR-ORIGIN.
011680     MOVE SPACES                   TO IR-HOLD-ID.
011690     PERFORM 5200-PUT-REGISTER THRU 5200-EXIT.
011700 5100-EXIT.
011710     EXIT.
011720
011730*    A KEY ALREADY ON THE REGISTER IS TONIGHT'S OWN ENTRY FROM AN
011740*    EARLIER ATTEMPT (ANY OTHER WOULD HAVE HELD THE FILE) OR A
011750*    RELEASED COPY OF A FILE HELD AS RECEIVED TWICE, AND IS LEFT.
011760 5200-PUT-REGISTER.
011770     MOVE WS-TODAY  TO IR-INTAKE-DATE.
011780     MOVE WS-JOB-ID TO IR-JOB-ID.
011790     WRITE INTAKE-REGISTER-RECORD.
011800     IF WS-INTKREG-STATUS NOT = "00"
011810             AND WS-INTKREG-STATUS NOT = "22"
011820         DISPLAY "PESEL0199E INTKREG WRITE FAILED FOR BRANCH "
011830             IR-BRANCH ", FILE STATUS=" WS-INTKREG-STATUS
011840         MOVE 16 TO RETURN-CODE
011850         STOP RUN
011860     END-IF.
011870 5200-EXIT.
011880     EXIT.
011890
011900*================================================================
011910*    6000-CHECK-MISSING
011920*    EVERY BRANCH DUE TO SEND TONIGHT THAT SENT NO FILE AT ALL -
011930*    MERGED OR HELD - IS LISTED.
011940*================================================================
011950 6000-CHECK-MISSING.
011960     IF NOT WS-BRANCH-LIST-LOADED
011970         GO TO 6000-EXIT
011980     END-IF.
011990     MOVE "EXPECTED BRANCHES THAT SENT NOTHING" TO WS-RPT-SECTION.
012000     PERFORM 7800-WRITE-SECTION THRU 7800-EXIT.
012010     PERFORM 6100-CHECK-BRANCH THRU 6100-EXIT
012020         VARYING WS-BX FROM 1 BY 1
012030         UNTIL WS-BX > WS-BR-COUNT.
012040 6000-EXIT.
012050     EXIT.
012060
012070 6100-CHECK-BRANCH.
012080     IF WS-BR-DAYS (WS-BX)(WS-DAY-OF-WEEK:1) NOT = 'Y'
012090         GO TO 6100-EXIT
012100     END-IF.
012110     MOVE 'N' TO WS-FOUND-SWITCH.
012120     PERFORM 6200-FIND-FILE THRU 6200-EXIT
012130         VARYING WS-FX FROM 1 BY 1
012140         UNTIL WS-FX > WS-FT-COUNT OR WS-FOUND.
012150     IF WS-FOUND
012160         GO TO 6100-EXIT
012170     END-IF.
012180     ADD 1 TO WS-CNT-MISSING.
012190     MOVE WS-BR-CODE (WS-BX) TO MIS-BRANCH.
012200     MOVE WS-BR-NAME (WS-BX) TO MIS-NAME.
012210     MOVE WS-MISSING-LINE TO INTAKE-RPT-RECORD.
012220     WRITE INTAKE-RPT-RECORD.
012230     DISPLAY "PESEL0207I BRANCH " WS-BR-CODE (WS-BX)
012240         " EXPECTED TONIGHT - NO FILE RECEIVED".
012250 6100-EXIT.
012260     EXIT.
012270
012280 6200-FIND-FILE.
012290     IF WS-FT-BRANCH (WS-FX) = WS-BR-CODE (WS-BX)
012300         MOVE 'Y' TO WS-FOUND-SWITCH
012310     END-IF.
012320 6200-EXIT.
012330     EXIT.
012340
012350*================================================================
012360*    7000-LIST-SUSPENSE
012370*    EVERY FILE STILL HELD, TONIGHT'S AND OLDER ONES, SO THE
012380*    OPERATOR SEES THE WHOLE SUSPENSE EACH MORNING.
012390*================================================================
012400 7000-LIST-SUSPENSE.
012410     MOVE "FILES STILL HELD ON SUSPENSE" TO WS-RPT-SECTION.
012420     PERFORM 7800-WRITE-SECTION THRU 7800-EXIT.
012430     PERFORM 7850-WRITE-COLUMNS THRU 7850-EXIT.
012440     MOVE LOW-VALUES TO SU-KEY.
012450     MOVE 'N' TO WS-SU-EOF-SWITCH.
012460     START SUSPENSE-FILE KEY IS NOT LESS THAN SU-KEY
012470         INVALID KEY
012480             MOVE 'Y' TO WS-SU-EOF-SWITCH
012490     END-START.
012500     PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT.
012510     PERFORM 7100-LIST-HELD THRU 7100-EXIT
012520         UNTIL WS-END-OF-SUSPENSE.
012530 7000-EXIT.
012540     EXIT.
012550
012560 7100-LIST-HELD.
012570     IF SU-LINE-NO NOT = 0 OR NOT SC-HELD
012580         GO TO 7100-NEXT
012590     END-IF.
012600     ADD 1 TO WS-CNT-IN-SUSPENSE.
012610     MOVE SU-HOLD-ID TO WS-CUR-HOLD-ID.
012620     PERFORM 7600-CONTROL-LINE THRU 7600-EXIT.
012630     MOVE "HELD" TO INR-ACTION.
012640     MOVE WS-RPT-LINE TO INTAKE-RPT-RECORD.
012650     WRITE INTAKE-RPT-RECORD.
012660 7100-NEXT.
012670     PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT.
012680 7100-EXIT.
012690     EXIT.
012700
012710*================================================================
012720*    7600-CONTROL-LINE
012730*    FILLS THE REPORT LINE FROM THE SUSPENSE CONTROL RECORD IN
012740*    THE BUFFER; THE CALLER SETS THE ACTION.
012750*================================================================
012760 7600-CONTROL-LINE.
012770     MOVE SU-BRANCH TO INR-BRANCH.
012780     MOVE SC-BATCH-DATE TO WS-DATE-IN.
012790     PERFORM 7900-EDIT-DATE THRU 7900-EXIT.
012800     IF SC-NO-HEADER
012810         MOVE "NO HEADER" TO INR-BATCH-DATE
012820     ELSE
012830         MOVE WS-EDIT-DATE TO INR-BATCH-DATE
012840     END-IF.
012850     MOVE SC-DETAILS TO INR-DETAILS.
012860     IF SC-NO-TRAILER
012870         MOVE "   NONE" TO INR-TRL-COUNT
012880     ELSE
012890         MOVE SC-TRL-COUNT TO WS-EDIT-COUNT
012900         MOVE WS-EDIT-COUNT TO INR-TRL-COUNT
012910     END-IF.
012920     MOVE WS-CUR-HOLD-ID TO INR-HOLD-ID.
012930     EVALUATE TRUE
012940         WHEN SC-NO-TRAILER
012950             MOVE "NO TRAILER - TRANSMISSION CUT SHORT"
012960                 TO INR-REASON
012970         WHEN SC-NO-HEADER
012980             MOVE "NO HEADER" TO INR-REASON
012990         WHEN SC-COUNT-OFF
013000             MOVE "DETAIL COUNT DOES NOT MATCH TRAILER"
013010                 TO INR-REASON
013020         WHEN SC-HASH-OFF
013030             MOVE "HASH TOTAL DOES NOT MATCH TRAILER"
013040                 TO INR-REASON
013050         WHEN SC-DUPLICATE
013060             MOVE "RECEIVED TWICE" TO INR-REASON
013070         WHEN OTHER
013080             MOVE SPACES TO INR-REASON
013090     END-EVALUATE.
013100 7600-EXIT.
013110     EXIT.
013120
013130*================================================================
013140*    7700-REASON-TEXT
013150*    THE REASON A BRANCH FILE IN THE TABLE WAS HELD, IN WORDS.
013160*================================================================
013170 7700-REASON-TEXT.
013180     MOVE SPACES TO WS-REASON-TEXT.
013190     EVALUATE WS-FT-REASON (WS-FX)
013200         WHEN "NT"
013210             MOVE "NO TRAILER - TRANSMISSION CUT SHORT"
013220                 TO WS-REASON-TEXT
013230         WHEN "NH"
013240             MOVE "NO HEADER" TO WS-REASON-TEXT
013250         WHEN "CT"
013260             MOVE "DETAIL COUNT DOES NOT MATCH TRAILER"
013270                 TO WS-REASON-TEXT
013280         WHEN "HT"
013290             MOVE "HASH TOTAL DOES NOT MATCH TRAILER"
013300                 TO WS-REASON-TEXT
013310         WHEN "DP"
013320             IF WS-FT-DUP-DATE (WS-FX) = WS-TODAY
013330                 MOVE "RECEIVED TWICE - MERGED EARLIER TONIGHT"
013340                     TO WS-REASON-TEXT
013350             ELSE
013360                 MOVE WS-FT-DUP-DATE (WS-FX) TO WS-DATE-IN
013370                 PERFORM 7900-EDIT-DATE THRU 7900-EXIT
013380                 STRING "RECEIVED TWICE - MERGED " WS-EDIT-DATE
013390                     DELIMITED BY SIZE INTO WS-REASON-TEXT
013400             END-IF
013410     END-EVALUATE.
013420 7700-EXIT.
013430     EXIT.
013440
013450 7800-WRITE-SECTION.
013460     MOVE SPACES TO INTAKE-RPT-RECORD.
013470     WRITE INTAKE-RPT-RECORD.
013480     MOVE WS-RPT-SECTION TO INTAKE-RPT-RECORD.
013490     WRITE INTAKE-RPT-RECORD.
013500     MOVE WS-RPT-RULE TO INTAKE-RPT-RECORD.
013510     WRITE INTAKE-RPT-RECORD.
013520 7800-EXIT.
013530     EXIT.
013540
013550 7850-WRITE-COLUMNS.
013560     MOVE WS-RPT-HDR TO INTAKE-RPT-RECORD.
013570     WRITE INTAKE-RPT-RECORD.
013580 7850-EXIT.
013590     EXIT.
013600
013610 7900-EDIT-DATE.
013620     MOVE WS-DI-YEAR  TO WS-ED-YEAR.
013630     MOVE WS-DI-MONTH TO WS-ED-MONTH.
013640     MOVE WS-DI-DAY   TO WS-ED-DAY.
013650 7900-EXIT.
013660     EXIT.
013670
013680*================================================================
013690*    8000-FINALIZE
013700*    PESELIN GETS ITS TRAILER AND IS CLOSED BEFORE BRXMIT IS
013710*    EMPTIED - UNTIL THEN A FAILED RUN IS SIMPLY RERUN.  ONCE
013720*    EMPTIED, THE NIGHT'S TRANSMISSIONS ARE ON THE BRXARC
013730*    GENERATION ONLY.  RC 4 FOR ANYTHING HELD OR MISSING.
013740*================================================================
013750 8000-FINALIZE.
013760     MOVE SPACES           TO PESEL-IN-RECORD.
013770     MOVE 'T'              TO PC-RECORD-TYPE.
013780     MOVE WS-PT-DETAILS    TO PT-RECORD-COUNT.
013790     MOVE WS-PT-HASH-TOTAL TO PT-HASH-TOTAL.
013800     PERFORM 3300-WRITE-PESELIN THRU 3300-EXIT.
013810     CLOSE PESEL-IN-FILE.
013820     IF WS-PESELIN-STATUS NOT = "00"
013830         DISPLAY "PESEL0197E PESELIN CLOSE FAILED, "
013840             "FILE STATUS=" WS-PESELIN-STATUS
013850         MOVE 16 TO RETURN-CODE
013860         STOP RUN
013870     END-IF.
013880     CLOSE SUSPENSE-FILE.
013890     CLOSE INTAKE-REGISTER-FILE.
013900     OPEN OUTPUT BRANCH-XMIT-FILE.
013910     IF WS-BRXMIT-STATUS = "00"
013920         CLOSE BRANCH-XMIT-FILE
013930     ELSE
013940         MOVE 'Y' TO WS-NOT-EMPTIED-SWITCH
013950         DISPLAY "PESEL0205W BRXMIT COULD NOT BE EMPTIED, "
013960             "FILE STATUS=" WS-BRXMIT-STATUS
013970             " - EMPTY IT BEFORE THE NEXT TRANSMISSIONS ARRIVE"
013980     END-IF.
013990     MOVE SPACES TO INTAKE-RPT-RECORD.
014000     WRITE INTAKE-RPT-RECORD.
014010     MOVE "BRXMIT LINES READ" TO SUM-LABEL.
014020     MOVE WS-CNT-LINES TO SUM-COUNT.
014030     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
014040     MOVE "BRANCH FILES RECEIVED" TO SUM-LABEL.
014050     MOVE WS-FT-COUNT TO SUM-COUNT.
014060     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
014070     MOVE "BRANCH FILES MERGED" TO SUM-LABEL.
014080     MOVE WS-CNT-MERGED TO SUM-COUNT.
014090     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
014100     MOVE "HELD - NO TRAILER" TO SUM-LABEL.
014110     MOVE WS-CNT-NO-TRAILER TO SUM-COUNT.
014120     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
014130     MOVE "HELD - NO HEADER" TO SUM-LABEL.
014140     MOVE WS-CNT-NO-HEADER TO SUM-COUNT.
014150     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
014160     MOVE "HELD - COUNT DOES NOT MATCH" TO SUM-LABEL.
014170     MOVE WS-CNT-COUNT-OFF TO SUM-COUNT.
014180     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
014190     MOVE "HELD - HASH DOES NOT MATCH" TO SUM-LABEL.
014200     MOVE WS-CNT-HASH-OFF TO SUM-COUNT.
014210     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
014220     MOVE "HELD - RECEIVED TWICE" TO SUM-LABEL.
014230     MOVE WS-CNT-DUPLICATE TO SUM-COUNT.
014240     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
014250     MOVE "RELEASED FILES MERGED" TO SUM-LABEL.
014260     MOVE WS-CNT-RELEASED TO SUM-COUNT.
014270     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
014280     MOVE "EXPECTED BRANCHES THAT SENT NOTHING" TO SUM-LABEL.
014290     MOVE WS-CNT-MISSING TO SUM-COUNT.
014300     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
014310     MOVE "FILES STILL HELD ON SUSPENSE" TO SUM-LABEL.
014320     MOVE WS-CNT-IN-SUSPENSE TO SUM-COUNT.
014330     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
014340     MOVE "DETAILS WRITTEN TO PESELIN" TO SUM-LABEL.
014350     MOVE WS-PT-DETAILS TO SUM-COUNT.
014360     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
014370     CLOSE INTAKE-RPT-FILE.
014380     DISPLAY "PESEL0208I BRANCH FILES RECEIVED: " WS-FT-COUNT.
014390     DISPLAY "PESEL0208I FILES MERGED:          " WS-CNT-MERGED.
014400     DISPLAY "PESEL0208I FILES HELD:            " WS-CNT-HELD.
014410     DISPLAY "PESEL0208I RELEASED FILES MERGED: " WS-CNT-RELEASED.
014420     DISPLAY "PESEL0208I BRANCHES MISSING:      " WS-CNT-MISSING.
014430     DISPLAY "PESEL0208I DETAILS TO PESELIN:    " WS-PT-DETAILS.
014440     MOVE 0 TO RETURN-CODE.
014450     IF WS-CNT-HELD > 0 OR WS-CNT-MISSING > 0
014460             OR WS-CNT-RT-OVERFLOW > 0 OR WS-XMIT-NOT-EMPTIED
014470         MOVE 4 TO RETURN-CODE
014480     END-IF.
014490 8000-EXIT.
014500     EXIT.
014510
014520 8100-WRITE-SUM-LINE.
014530     MOVE WS-SUM-LINE TO INTAKE-RPT-RECORD.
014540     WRITE INTAKE-RPT-RECORD.
014550 8100-EXIT.
014560     EXIT.
014570
014580*================================================================
014590*    8300-WRITE-RUN-HISTORY
014600*    APPENDS THIS RUN'S LINE TO THE SHARED RUN-HISTORY FILE FOR
014610*    THE PESELTRD TREND REPORT.  A RUN-HISTORY PROBLEM MUST NOT
014620*    FAIL A RUN WHOSE REAL WORK IS DONE, SO TROUBLE HERE IS A
014630*    WARNING ONLY.
014640*================================================================
014650 8300-WRITE-RUN-HISTORY.
014660     OPEN EXTEND RUN-HISTORY-FILE.
014670     IF WS-RUNHIST-STATUS = "35"
014680         OPEN OUTPUT RUN-HISTORY-FILE
014690     END-IF.
014700     IF WS-RUNHIST-STATUS NOT = "00"
014710         DISPLAY "PESEL0209W RUNHIST COULD NOT BE OPENED, "
014720             "FILE STATUS=" WS-RUNHIST-STATUS
014730             " - RUN-HISTORY LINE NOT WRITTEN"
014740         GO TO 8300-EXIT
014750     END-IF.
014760     MOVE SPACES          TO RUN-HISTORY-RECORD.
014770     MOVE WS-JOB-ID       TO RH-JOB-ID.
014780     MOVE "PESELINT"      TO RH-PROGRAM.
014790     MOVE WS-RUN-START-TS TO RH-START-TIMESTAMP.
014800     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
014810     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
014820            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
014830         DELIMITED BY SIZE INTO WS-TS-DISP.
014840     MOVE WS-TS-DISP      TO RH-END-TIMESTAMP.
014850     MOVE WS-PT-DETAILS   TO RH-RECORDS.
014860     MOVE RETURN-CODE     TO RH-RETURN-CODE.
014870     WRITE RUN-HISTORY-RECORD.
014880     CLOSE RUN-HISTORY-FILE.
014890 8300-EXIT.
014900     EXIT.
014910
014920 END PROGRAM PESELINT.
