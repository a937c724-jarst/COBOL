000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PESELFRS.
000030 AUTHOR.        R-SZYMANSKI.
000040 INSTALLATION.  CUSTOMER-ONBOARDING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RS  ORIGINAL PROGRAM.  NIGHTLY FRAUD SCREEN OF THE
000110*                 INCOMING PESELS, RUN BETWEEN PESEL AND THE
000120*                 CUSTMAS LOAD.  PESEL ONLY CATCHES A NUMBER
000130*                 REPEATED WITHIN ONE BATCH; THIS LOOKS ACROSS
000140*                 NIGHTS AND BRANCHES FOR THREE PATTERNS:
000150*                   B - THE SAME PESEL SUBMITTED FROM SEVERAL
000160*                       BRANCHES WITHIN A FEW DAYS (TONIGHT'S
000170*                       PESELOUT AGAINST THE RECENT AUDITLOG);
000180*                   A - ONE ADDRESS REUSED FOR A STRING OF NEW
000190*                       CUSTOMERS (TONIGHT'S NEW CUSTOMERS
000200*                       AGAINST RECENT CUSTMAS ADDS AND HOLDS);
000210*                   G - A RUN OF CHECKSUM FAILURES FROM ONE
000220*                       BRANCH TONIGHT, EACH ONE DIGIT AWAY FROM
000230*                       ANOTHER - SOMEONE GUESSING NUMBERS - AND
000240*                       ANY NEW CUSTOMER ONE DIGIT AWAY FROM THE
000250*                       RUN, THE GUESS THAT WORKED.
000260*                 THRESHOLDS AND WINDOWS COME FROM THE FRAUDPRM
000270*                 KEYWORD FILE.  EVERY HIT IS WRITTEN TO THE
000280*                 ALERT FILE (FRAUDALR) AND THE MORNING REPORT
000290*                 (PESELFRR); A HIT ON A NEW CUSTOMER ALSO PUTS
000300*                 IT ON THE HOLD FILE (FRAUDHLD), WHICH PESELLD
000310*                 WILL NOT LOAD UNTIL THE FRAUD TEAM RELEASES IT
000320*                 (PESELFRL).  RC 0 NO HITS, RC 4 HITS ON THE
000330*                 REPORT, RC 16 FILE PROBLEM.
000340*================================================================
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT FRAUD-PARM-FILE
000430         ASSIGN TO "FRAUDPRM"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PARMFILE-STATUS.
000460
000470     SELECT AUDIT-LOG-FILE
000480         ASSIGN TO "AUDITLOG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AUDITLOG-STATUS.
000510
000520     SELECT PESEL-OUT-FILE
000530         ASSIGN TO "PESELOUT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-OUTFILE-STATUS.
000560
000570     SELECT CUSTOMER-MASTER-FILE
000580         ASSIGN TO "CUSTMAS"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS CM-PESEL
000620         ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
000630             WITH DUPLICATES
000640         FILE STATUS IS WS-CUSTMAS-STATUS.
000650
000660     SELECT FRAUD-HOLD-FILE
000670         ASSIGN TO "FRAUDHLD"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS FH-PESEL
000710         FILE STATUS IS WS-FRAUDHLD-STATUS.
000720
000730     SELECT FRAUD-ALERT-FILE
000740         ASSIGN TO "FRAUDALR"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-FRAUDALR-STATUS.
000770
000780     SELECT SORT-WORK-FILE
000790         ASSIGN TO "SORTWK01".
000800
000810     SELECT PESEL-FRAUD-RPT-FILE
000820         ASSIGN TO "PESELFRR"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-RPTFILE-STATUS.
000850
000860     SELECT RUN-HISTORY-FILE
000870         ASSIGN TO "RUNHIST"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-RUNHIST-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  FRAUD-PARM-FILE.
000940 01  FRAUD-PARM-RECORD.
000950     05  PARM-KEYWORD            PIC X(10).
000960     05  PARM-VALUE              PIC X(20).
000970
000980 FD  AUDIT-LOG-FILE.
000990     COPY AUDITLOG.
001000
001010 FD  PESEL-OUT-FILE.
001020     COPY PESELOUT.
001030
001040 FD  CUSTOMER-MASTER-FILE.
001050     COPY CUSTMAS.
001060
001070 FD  FRAUD-HOLD-FILE.
001080     COPY FRAUDHLD.
001090
001100 FD  FRAUD-ALERT-FILE.
001110     COPY FRAUDALR.
001120
001130*----------------------------------------------------------------
001140* ONE SORT PER PATTERN.  SB- GROUPS EVERY SUBMISSION OF A PESEL
001150* BY BRANCH; SA- GROUPS NEW CUSTOMERS BY ADDRESS; SG- GROUPS
001160* TONIGHT'S CHECKSUM FAILURES AND NEW CUSTOMERS BY BRANCH.
001170* ORIGIN 'A' AUDITLOG, 'C' CUSTMAS, 'H' HOLD FILE, 'P' TONIGHT'S
001180* PESELOUT.
001190*----------------------------------------------------------------
001200 SD  SORT-WORK-FILE.
001210 01  SB-RECORD.
001220     05  SB-PESEL             PIC 9(11).
001230     05  SB-BRANCH            PIC X(04).
001240     05  SB-ORIGIN            PIC X(01).
001250     05  SB-HOLDABLE          PIC X(01).
001260     05  SB-CUSTOMER-NAME     PIC X(30).
001270     05  SB-ADDRESS           PIC X(40).
001280 01  SA-RECORD.
001290     05  SA-ADDRESS           PIC X(40).
001300     05  SA-PESEL             PIC 9(11).
001310     05  SA-ORIGIN            PIC X(01).
001320     05  SA-BRANCH            PIC X(04).
001330     05  SA-CUSTOMER-NAME     PIC X(30).
001340 01  SG-RECORD.
001350     05  SG-BRANCH            PIC X(04).
001360     05  SG-PESEL             PIC 9(11).
001370     05  SG-KIND              PIC X(01).
001380     05  SG-CUSTOMER-NAME     PIC X(30).
001390     05  SG-ADDRESS           PIC X(40).
001400
001410 FD  PESEL-FRAUD-RPT-FILE.
001420 01  PESEL-FRAUD-RPT-RECORD      PIC X(100).
001430
001440 FD  RUN-HISTORY-FILE.
001450     COPY RUNHIST.
001460
001470 WORKING-STORAGE SECTION.
001480 77  WS-PARMFILE-STATUS   PIC X(02) VALUE SPACES.
001490 77  WS-AUDITLOG-STATUS   PIC X(02) VALUE SPACES.
001500 77  WS-OUTFILE-STATUS    PIC X(02) VALUE SPACES.
001510 77  WS-CUSTMAS-STATUS    PIC X(02) VALUE SPACES.
001520 77  WS-FRAUDHLD-STATUS   PIC X(02) VALUE SPACES.
001530 77  WS-FRAUDALR-STATUS   PIC X(02) VALUE SPACES.
001540 77  WS-RPTFILE-STATUS    PIC X(02) VALUE SPACES.
001550 77  WS-RUNHIST-STATUS    PIC X(02) VALUE SPACES.
001560
001570 01  WS-SWITCHES.
001580     05  WS-PARM-EOF-SWITCH   PIC X(01) VALUE 'N'.
001590         88  WS-PARM-EOF              VALUE 'Y'.
001600     05  WS-AUDIT-EOF-SWITCH  PIC X(01) VALUE 'N'.
001610         88  WS-END-OF-AUDIT         VALUE 'Y'.
001620     05  WS-OUT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001630         88  WS-END-OF-PESELOUT      VALUE 'Y'.
001640     05  WS-MASTER-EOF-SWITCH PIC X(01) VALUE 'N'.
001650         88  WS-END-OF-MASTER        VALUE 'Y'.
001660     05  WS-HOLD-EOF-SWITCH   PIC X(01) VALUE 'N'.
001670         88  WS-END-OF-HOLDS         VALUE 'Y'.
001680     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE 'N'.
001690         88  WS-END-OF-SORT          VALUE 'Y'.
001700     05  WS-GROUP-SWITCH      PIC X(01) VALUE 'N'.
001710         88  WS-GROUP-OPEN           VALUE 'Y'.
001720     05  WS-PARM-NUM-SWITCH   PIC X(01) VALUE 'N'.
001730         88  WS-PARM-NUM-OK          VALUE 'Y'.
001740
001750*----------------------------------------------------------------
001760* THRESHOLDS AND WINDOWS - COMPILED-IN DEFAULTS, OVERRIDDEN BY
001770* FRAUDPRM (SEE 1050-READ-PARAMETERS).  A WINDOW OF N DAYS TAKES
001780* EVERYTHING FROM TODAY MINUS N ON.
001790*----------------------------------------------------------------
001800 01  WS-PARAMETERS.
001810     05  WS-BRANCH-DAYS       PIC 9(03) VALUE 7.
001820     05  WS-BRANCH-MIN        PIC 9(03) VALUE 3.
001830     05  WS-ADDR-DAYS         PIC 9(03) VALUE 30.
001840     05  WS-ADDR-MIN          PIC 9(03) VALUE 4.
001850     05  WS-GUESS-MIN         PIC 9(03) VALUE 3.
001860 01  WS-PARM-NUMBER       PIC 9(03) VALUE ZEROS.
001870
001880 01  WS-JOB-ID            PIC X(08) VALUE SPACES.
001890
001900 01  WS-TODAY.
001910     05  WS-CUR-YEAR      PIC 9(4).
001920     05  WS-CUR-MONTH     PIC 9(2).
001930     05  WS-CUR-DAY       PIC 9(2).
001940 01  WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(08).
001950 77  WS-TODAY-INT         PIC 9(8) COMP VALUE 0.
001960 01  WS-BRANCH-CUTOFF     PIC 9(08) VALUE ZEROS.
001970 01  WS-ADDR-CUTOFF       PIC 9(08) VALUE ZEROS.
001980
001990*    AUDIT LINE DATE, YYYY-MM-DD ON THE LINE, AS YYYYMMDD.
002000 01  WS-AUD-DATE-X        PIC X(08).
002010 01  WS-AUD-DATE REDEFINES WS-AUD-DATE-X PIC 9(08).
002020
002030 01  WS-TIMESTAMP.
002040     05  WS-TS-RAW.
002050         10  WS-TS-YEAR       PIC 9(4).
002060         10  WS-TS-MONTH      PIC 9(2).
002070         10  WS-TS-DAY        PIC 9(2).
002080         10  WS-TS-HOUR       PIC 9(2).
002090         10  WS-TS-MINUTE     PIC 9(2).
002100         10  WS-TS-SECOND     PIC 9(2).
002110         10  FILLER           PIC X(09).
002120     05  WS-TS-DISP       PIC X(19).
002130
002140*    START TIMESTAMP OF THIS RUN, KEPT FOR THE RUN-HISTORY LINE.
002150 01  WS-RUN-START-TS      PIC X(19) VALUE SPACES.
002160
002170*----------------------------------------------------------------
002180* PATTERN B - THE PESEL WHOSE SUBMISSIONS ARE BEING GATHERED.
002190*----------------------------------------------------------------
002200 01  WS-SB-GROUP.
002210     05  WS-SB-PESEL          PIC 9(11).
002220     05  WS-SB-LAST-BRANCH    PIC X(04).
002230     05  WS-SB-BRANCHES       PIC 9(5) COMP.
002240     05  WS-SB-TONIGHT        PIC X(01).
002250     05  WS-SB-HOLDABLE       PIC X(01).
002260     05  WS-SB-TONIGHT-BRANCH PIC X(04).
002270     05  WS-SB-NAME           PIC X(30).
002280     05  WS-SB-ADDRESS        PIC X(40).
002290     05  WS-SB-BRANCH-LIST.
002300         10  WS-SB-BRANCH-SEEN PIC X(04) OCCURS 10 TIMES.
002310
002320*----------------------------------------------------------------
002330* PATTERN A - THE ADDRESS BEING GATHERED, AND TONIGHT'S NEW
002340* CUSTOMERS AT IT.  MORE THAN 100 IN ONE NIGHT AT ONE ADDRESS IS
002350* COUNTED BUT ONLY THE FIRST 100 ARE HELD (WITH A WARNING).
002360*----------------------------------------------------------------
002370 01  WS-SA-GROUP.
002380     05  WS-SA-ADDRESS        PIC X(40).
002390     05  WS-SA-LAST-PESEL     PIC 9(11).
002400     05  WS-SA-CUSTOMERS      PIC 9(5) COMP.
002410 01  WS-AT-TABLE.
002420     05  WS-AT-COUNT          PIC 9(4) COMP VALUE 0.
002430     05  WS-AT-MAX            PIC 9(4) COMP VALUE 100.
002440     05  WS-AT-ENTRY OCCURS 100 TIMES.
002450         10  WS-AT-PESEL          PIC 9(11).
002460         10  WS-AT-BRANCH         PIC X(04).
002470         10  WS-AT-NAME           PIC X(30).
002480 77  WS-AT-SUB            PIC 9(4) COMP VALUE 0.
002490
002500*----------------------------------------------------------------
002510* PATTERN G - ONE BRANCH'S CHECKSUM FAILURES ('F') AND NEW
002520* CUSTOMERS ('N') FROM TONIGHT.  ENTRIES PAST 500 FOR ONE
002530* BRANCH ARE NOT SCREENED (WITH A WARNING).
002540*----------------------------------------------------------------
002550 01  WS-SG-BRANCH         PIC X(04) VALUE SPACES.
002560 01  WS-GT-TABLE.
002570     05  WS-GT-COUNT          PIC 9(4) COMP VALUE 0.
002580     05  WS-GT-MAX            PIC 9(4) COMP VALUE 500.
002590     05  WS-GT-ENTRY OCCURS 500 TIMES.
002600         10  WS-GT-PESEL          PIC X(11).
002610         10  WS-GT-KIND           PIC X(01).
002620             88  WS-GT-FAILURE           VALUE 'F'.
002630             88  WS-GT-NEW-CUSTOMER      VALUE 'N'.
002640         10  WS-GT-NEIGHBOURS     PIC 9(4) COMP.
002650         10  WS-GT-RUN            PIC 9(4) COMP.
002660         10  WS-GT-FLAG           PIC X(01).
002670             88  WS-GT-FLAGGED           VALUE 'Y'.
002680         10  WS-GT-NAME           PIC X(30).
002690         10  WS-GT-ADDRESS        PIC X(40).
002700 77  WS-GT-I              PIC 9(4) COMP VALUE 0.
002710 77  WS-GT-J              PIC 9(4) COMP VALUE 0.
002720 77  WS-DIG-SUB           PIC 9(4) COMP VALUE 0.
002730 77  WS-DIG-DIFFS         PIC 9(4) COMP VALUE 0.
002740 01  WS-CMP-A             PIC X(11).
002750 01  WS-CMP-B             PIC X(11).
002760
002770*----------------------------------------------------------------
002780* THE CUSTOMER TO HOLD AND HOW THE HOLD FILE ANSWERED.
002790*----------------------------------------------------------------
002800 01  WS-HOLD-REQUEST.
002810     05  WS-HLD-PESEL         PIC 9(11).
002820     05  WS-HLD-REASON        PIC X(01).
002830     05  WS-HLD-NAME          PIC X(30).
002840     05  WS-HLD-ADDRESS       PIC X(40).
002850     05  WS-HLD-BRANCH        PIC X(04).
002860     05  WS-HLD-ACTION        PIC X(01).
002870
002880 01  WS-STATS.
002890     05  WS-CNT-AUDIT-READ    PIC 9(7) COMP VALUE 0.
002900     05  WS-CNT-AUDIT-WINDOW  PIC 9(7) COMP VALUE 0.
002910     05  WS-CNT-PO-READ       PIC 9(7) COMP VALUE 0.
002920     05  WS-CNT-PO-NEW        PIC 9(7) COMP VALUE 0.
002930     05  WS-CNT-PO-CHECKSUM   PIC 9(7) COMP VALUE 0.
002940     05  WS-CNT-MASTER-WINDOW PIC 9(7) COMP VALUE 0.
002950     05  WS-CNT-HOLD-WINDOW   PIC 9(7) COMP VALUE 0.
002960     05  WS-CNT-ALERTS        PIC 9(7) COMP VALUE 0.
002970     05  WS-CNT-ALERT-BRANCH  PIC 9(7) COMP VALUE 0.
002980     05  WS-CNT-ALERT-ADDRESS PIC 9(7) COMP VALUE 0.
002990     05  WS-CNT-ALERT-GUESS   PIC 9(7) COMP VALUE 0.
003000     05  WS-CNT-HELD-NEW      PIC 9(7) COMP VALUE 0.
003010     05  WS-CNT-HOLDS-OPEN    PIC 9(7) COMP VALUE 0.
003020     05  WS-CNT-HOLDS-RELEASED PIC 9(7) COMP VALUE 0.
003030     05  WS-CNT-AT-OVERFLOW   PIC 9(7) COMP VALUE 0.
003040     05  WS-CNT-GT-OVERFLOW   PIC 9(7) COMP VALUE 0.
003050
003060 01  WS-RPT-TITLE.
003070     05  FILLER               PIC X(30)
003080             VALUE "NIGHTLY FRAUD SCREEN - RUN ".
003090     05  TTL-RUN-DATE         PIC X(10).
003100     05  FILLER               PIC X(06) VALUE "  JOB ".
003110     05  TTL-JOB              PIC X(08).
003120
003130 01  WS-RPT-PARMS.
003140     05  FILLER               PIC X(16) VALUE "BRANCHES: ".
003150     05  PRM-BRANCH-MIN       PIC ZZ9.
003160     05  FILLER               PIC X(06) VALUE " IN ".
003170     05  PRM-BRANCH-DAYS      PIC ZZ9.
003180     05  FILLER               PIC X(16) VALUE " DAYS  ADDRESS: ".
003190     05  PRM-ADDR-MIN         PIC ZZ9.
003200     05  FILLER               PIC X(06) VALUE " IN ".
003210     05  PRM-ADDR-DAYS        PIC ZZ9.
003220     05  FILLER               PIC X(15) VALUE " DAYS  GUESS: ".
003230     05  PRM-GUESS-MIN        PIC ZZ9.
003240     05  FILLER               PIC X(10) VALUE " TONIGHT".
003250
003260 01  WS-RPT-HDR.
003270     05  FILLER               PIC X(11) VALUE "PESEL".
003280     05  FILLER               PIC X(02) VALUE SPACES.
003290     05  FILLER               PIC X(04) VALUE "BRCH".
003300     05  FILLER               PIC X(02) VALUE SPACES.
003310     05  FILLER               PIC X(05) VALUE "COUNT".
003320     05  FILLER               PIC X(02) VALUE SPACES.
003330     05  FILLER               PIC X(05) VALUE "LIMIT".
003340     05  FILLER               PIC X(02) VALUE SPACES.
003350     05  FILLER               PIC X(08) VALUE "ACTION".
003360     05  FILLER               PIC X(02) VALUE SPACES.
003370     05  FILLER               PIC X(40) VALUE "DETAIL".
003380
003390 01  WS-RPT-LINE.
003400     05  FRR-PESEL            PIC 9(11).
003410     05  FILLER               PIC X(02) VALUE SPACES.
003420     05  FRR-BRANCH           PIC X(04).
003430     05  FILLER               PIC X(02) VALUE SPACES.
003440     05  FRR-COUNT            PIC ZZZZ9.
003450     05  FILLER               PIC X(02) VALUE SPACES.
003460     05  FRR-LIMIT            PIC ZZZZ9.
003470     05  FILLER               PIC X(02) VALUE SPACES.
003480     05  FRR-ACTION           PIC X(08).
003490     05  FILLER               PIC X(02) VALUE SPACES.
003500     05  FRR-DETAIL           PIC X(40).
003510
003513 01  WS-RPT-SECTION       PIC X(60) VALUE SPACES.
003516
003520 01  WS-RPT-RULE          PIC X(78) VALUE ALL "-".
003530
003540 01  WS-SUM-LINE.
003550     05  SUM-LABEL            PIC X(36).
003560     05  SUM-COUNT            PIC ZZZZZZ9.
003570
003580 PROCEDURE DIVISION.
003590*================================================================
003600*    0000-MAINLINE
003610*================================================================
003620 0000-MAINLINE.
003630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003640     SORT SORT-WORK-FILE
003650         ON ASCENDING KEY SB-PESEL SB-BRANCH SB-ORIGIN
003660         INPUT PROCEDURE IS 2000-COLLECT-SUBMISSIONS
003670             THRU 2000-EXIT
003680         OUTPUT PROCEDURE IS 2500-SCREEN-BRANCHES
003690             THRU 2500-EXIT.
003700     SORT SORT-WORK-FILE
003710         ON ASCENDING KEY SA-ADDRESS SA-PESEL SA-ORIGIN
003720         INPUT PROCEDURE IS 3000-COLLECT-ADDRESSES
003730             THRU 3000-EXIT
003740         OUTPUT PROCEDURE IS 3500-SCREEN-ADDRESSES
003750             THRU 3500-EXIT.
003760     SORT SORT-WORK-FILE
003770         ON ASCENDING KEY SG-BRANCH SG-PESEL
003780         INPUT PROCEDURE IS 4000-COLLECT-FAILURES
003790             THRU 4000-EXIT
003800         OUTPUT PROCEDURE IS 4500-SCREEN-GUESSES
003810             THRU 4500-EXIT.
003820     PERFORM 7000-COUNT-HOLDS THRU 7000-EXIT.
003830     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003840     STOP RUN.
003850
003860*================================================================
003870*    1000-INITIALIZE
003880*================================================================
003890 1000-INITIALIZE.
003900     MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CUR-YEAR.
003910     MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CUR-MONTH.
003920     MOVE FUNCTION CURRENT-DATE(7:2) TO WS-CUR-DAY.
003930     COMPUTE WS-TODAY-INT =
003940         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
003950     ACCEPT WS-JOB-ID FROM COMMAND-LINE.
003960     IF WS-JOB-ID = SPACES
003970         MOVE "BATCH" TO WS-JOB-ID
003980     END-IF.
003990     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
004000     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
004010            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
004020         DELIMITED BY SIZE INTO WS-TS-DISP.
004030     MOVE WS-TS-DISP TO WS-RUN-START-TS.
004040     PERFORM 1050-READ-PARAMETERS THRU 1050-EXIT.
004050     COMPUTE WS-BRANCH-CUTOFF = FUNCTION DATE-OF-INTEGER
004060         (WS-TODAY-INT - WS-BRANCH-DAYS).
004070     COMPUTE WS-ADDR-CUTOFF = FUNCTION DATE-OF-INTEGER
004080         (WS-TODAY-INT - WS-ADDR-DAYS).
004090     OPEN I-O FRAUD-HOLD-FILE.
004100     IF WS-FRAUDHLD-STATUS = "35"
004110         OPEN OUTPUT FRAUD-HOLD-FILE
004120         CLOSE FRAUD-HOLD-FILE
004130         OPEN I-O FRAUD-HOLD-FILE
004140     END-IF.
004150     IF WS-FRAUDHLD-STATUS NOT = "00"
004160         DISPLAY "PESEL0141E FRAUDHLD COULD NOT BE OPENED, "
004170             "FILE STATUS=" WS-FRAUDHLD-STATUS
004180         MOVE 16 TO RETURN-CODE
004190         STOP RUN
004200     END-IF.
004210     OPEN OUTPUT FRAUD-ALERT-FILE.
004220     IF WS-FRAUDALR-STATUS NOT = "00"
004230         DISPLAY "PESEL0142E FRAUDALR COULD NOT BE OPENED, "
004240             "FILE STATUS=" WS-FRAUDALR-STATUS
004250         MOVE 16 TO RETURN-CODE
004260         STOP RUN
004270     END-IF.
004280     OPEN OUTPUT PESEL-FRAUD-RPT-FILE.
004290     IF WS-RPTFILE-STATUS NOT = "00"
004300         DISPLAY "PESEL0143E PESELFRR COULD NOT BE OPENED, "
004310             "FILE STATUS=" WS-RPTFILE-STATUS
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350     STRING WS-CUR-YEAR "-" WS-CUR-MONTH "-" WS-CUR-DAY
004360         DELIMITED BY SIZE INTO TTL-RUN-DATE.
004370     MOVE WS-JOB-ID TO TTL-JOB.
004380     MOVE WS-RPT-TITLE TO PESEL-FRAUD-RPT-RECORD.
004390     WRITE PESEL-FRAUD-RPT-RECORD.
004400     MOVE WS-BRANCH-MIN  TO PRM-BRANCH-MIN.
004410     MOVE WS-BRANCH-DAYS TO PRM-BRANCH-DAYS.
004420     MOVE WS-ADDR-MIN    TO PRM-ADDR-MIN.
004430     MOVE WS-ADDR-DAYS   TO PRM-ADDR-DAYS.
004440     MOVE WS-GUESS-MIN   TO PRM-GUESS-MIN.
004450     MOVE WS-RPT-PARMS TO PESEL-FRAUD-RPT-RECORD.
004460     WRITE PESEL-FRAUD-RPT-RECORD.
004470 1000-EXIT.
004480     EXIT.
004490
004500*================================================================
004510*    1050-READ-PARAMETERS
004520*    FRAUDPRM IS THE FRAUD TEAM'S KEYWORD/VALUE FILE, IN THE SAME
004530*    FORM AS PESELPRM:
004540*      BRANCHDAYS  WINDOW FOR PATTERN B, DAYS       (DEFAULT 7)
004550*      BRANCHMIN   BRANCHES THAT RAISE PATTERN B    (DEFAULT 3)
004560*      ADDRDAYS    WINDOW FOR PATTERN A, DAYS       (DEFAULT 30)
004570*      ADDRMIN     NEW CUSTOMERS THAT RAISE A       (DEFAULT 4)
004580*      GUESSMIN    FAILURES IN A RUN THAT RAISE G   (DEFAULT 3)
004590*    ITS ABSENCE (STATUS 35) IS NOT AN ERROR - THE DEFAULTS
004600*    APPLY.  A VALUE THAT IS NOT A NUMBER FROM 1 TO 999 KEEPS
004610*    THE DEFAULT, WITH A WARNING.
004620*================================================================
004630 1050-READ-PARAMETERS.
004640     OPEN INPUT FRAUD-PARM-FILE.
004650     IF WS-PARMFILE-STATUS = "00"
004660         PERFORM 1060-READ-ONE-PARAMETER THRU 1060-EXIT
004670             UNTIL WS-PARM-EOF
004680         CLOSE FRAUD-PARM-FILE
004690     ELSE
004700         IF WS-PARMFILE-STATUS NOT = "35"
004710             DISPLAY "PESEL0144W FRAUDPRM COULD NOT BE OPENED, "
004720                 "FILE STATUS=" WS-PARMFILE-STATUS
004730                 " - USING COMPILED-IN DEFAULTS"
004740         END-IF
004750     END-IF.
004760 1050-EXIT.
004770     EXIT.
004780
004790 1060-READ-ONE-PARAMETER.
004800     READ FRAUD-PARM-FILE
004810         AT END
004820             MOVE 'Y' TO WS-PARM-EOF-SWITCH
004830         NOT AT END
004840             PERFORM 1070-APPLY-PARAMETER THRU 1070-EXIT
004850     END-READ.
004860 1060-EXIT.
004870     EXIT.
004880
004890*================================================================
004900*    1070-APPLY-PARAMETER
004910*================================================================
004920 1070-APPLY-PARAMETER.
004930     IF PARM-KEYWORD = SPACES OR PARM-KEYWORD(1:1) = "*"
004940         GO TO 1070-EXIT
004950     END-IF.
004960     PERFORM 1080-TAKE-NUMBER THRU 1080-EXIT.
004970     EVALUATE PARM-KEYWORD
004980         WHEN "BRANCHDAYS"
004990             IF WS-PARM-NUM-OK
005000                 MOVE WS-PARM-NUMBER TO WS-BRANCH-DAYS
005010             END-IF
005020         WHEN "BRANCHMIN"
005030             IF WS-PARM-NUM-OK
005040                 MOVE WS-PARM-NUMBER TO WS-BRANCH-MIN
005050             END-IF
005060         WHEN "ADDRDAYS"
005070             IF WS-PARM-NUM-OK
005080                 MOVE WS-PARM-NUMBER TO WS-ADDR-DAYS
005090             END-IF
005100         WHEN "ADDRMIN"
005110             IF WS-PARM-NUM-OK
005120                 MOVE WS-PARM-NUMBER TO WS-ADDR-MIN
005130             END-IF
005140         WHEN "GUESSMIN"
005150             IF WS-PARM-NUM-OK
005160                 MOVE WS-PARM-NUMBER TO WS-GUESS-MIN
005170             END-IF
005180         WHEN OTHER
005190             DISPLAY "PESEL0144W UNKNOWN FRAUDPRM KEYWORD "
005200                 PARM-KEYWORD " - IGNORED"
005210             GO TO 1070-EXIT
005220     END-EVALUATE.
005230     IF NOT WS-PARM-NUM-OK
005240         DISPLAY "PESEL0144W " PARM-KEYWORD " VALUE IS NOT A "
005250             "NUMBER FROM 1 TO 999 - KEEPING THE DEFAULT"
005260     END-IF.
005270 1070-EXIT.
005280     EXIT.
005290
005300 1080-TAKE-NUMBER.
005310     MOVE 'N' TO WS-PARM-NUM-SWITCH.
005320     IF FUNCTION NUMVAL(PARM-VALUE) > 0
005330             AND FUNCTION NUMVAL(PARM-VALUE) < 1000
005340         COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL(PARM-VALUE)
005350         MOVE 'Y' TO WS-PARM-NUM-SWITCH
005360     END-IF.
005370 1080-EXIT.
005380     EXIT.
005390
005400*================================================================
005410*    2000-COLLECT-SUBMISSIONS
005420*    PATTERN B SORT INPUT.  EVERY AUDIT LINE IN THE WINDOW THAT
005430*    CARRIES A BRANCH (WHATEVER ITS RESULT - A NUMBER TRIED AND
005440*    REJECTED AT ONE BRANCH STILL COUNTS), THEN EVERY PESELOUT
005450*    RECORD FROM TONIGHT.  TONIGHT'S LINES ARE ON BOTH; THE
005460*    BRANCH IS ONLY COUNTED ONCE.
005470*================================================================
005480 2000-COLLECT-SUBMISSIONS.
005490     OPEN INPUT AUDIT-LOG-FILE.
005500     IF WS-AUDITLOG-STATUS NOT = "00"
005510         DISPLAY "PESEL0138E AUDITLOG COULD NOT BE OPENED, "
005520             "FILE STATUS=" WS-AUDITLOG-STATUS
005530         MOVE 16 TO RETURN-CODE
005540         STOP RUN
005550     END-IF.
005560     PERFORM 2100-READ-AUDIT-LOG THRU 2100-EXIT.
005570     PERFORM 2050-RELEASE-AUDIT-LINE THRU 2050-EXIT
005580         UNTIL WS-END-OF-AUDIT.
005590     CLOSE AUDIT-LOG-FILE.
005600     PERFORM 2200-OPEN-PESELOUT THRU 2200-EXIT.
005610     PERFORM 2250-READ-PESELOUT THRU 2250-EXIT.
005620     PERFORM 2060-RELEASE-TONIGHT THRU 2060-EXIT
005630         UNTIL WS-END-OF-PESELOUT.
005640     CLOSE PESEL-OUT-FILE.
005650 2000-EXIT.
005660     EXIT.
005670
005680 2050-RELEASE-AUDIT-LINE.
005690     ADD 1 TO WS-CNT-AUDIT-READ.
005700     IF AUD-PESEL NOT NUMERIC
005710         OR AUD-SOURCE-BRANCH = SPACES
005720         GO TO 2050-NEXT
005730     END-IF.
005740     MOVE AUD-TIMESTAMP(1:4) TO WS-AUD-DATE-X(1:4).
005750     MOVE AUD-TIMESTAMP(6:2) TO WS-AUD-DATE-X(5:2).
005760     MOVE AUD-TIMESTAMP(9:2) TO WS-AUD-DATE-X(7:2).
005770     IF WS-AUD-DATE-X NOT NUMERIC
005780         OR WS-AUD-DATE < WS-BRANCH-CUTOFF
005790         GO TO 2050-NEXT
005800     END-IF.
005810     ADD 1 TO WS-CNT-AUDIT-WINDOW.
005820     MOVE SPACES            TO SB-RECORD.
005830     MOVE AUD-PESEL         TO SB-PESEL.
005840     MOVE AUD-SOURCE-BRANCH TO SB-BRANCH.
005850     MOVE 'A'               TO SB-ORIGIN.
005860     MOVE 'N'               TO SB-HOLDABLE.
005870     RELEASE SB-RECORD.
005880 2050-NEXT.
005890     PERFORM 2100-READ-AUDIT-LOG THRU 2100-EXIT.
005900 2050-EXIT.
005910     EXIT.
005920
005930 2060-RELEASE-TONIGHT.
005940     ADD 1 TO WS-CNT-PO-READ.
005950     IF PO-PESEL NOT NUMERIC
005960         OR PO-SOURCE-BRANCH = SPACES
005970         GO TO 2060-NEXT
005980     END-IF.
005990     MOVE SPACES            TO SB-RECORD.
006000     MOVE PO-PESEL          TO SB-PESEL.
006010     MOVE PO-SOURCE-BRANCH  TO SB-BRANCH.
006020     MOVE 'P'               TO SB-ORIGIN.
006030     MOVE 'N'               TO SB-HOLDABLE.
006040     IF PO-RESULT-OK AND PO-CUSTOMER-NEW
006050         MOVE 'Y'           TO SB-HOLDABLE
006060     END-IF.
006070     MOVE PO-CUSTOMER-NAME  TO SB-CUSTOMER-NAME.
006080     MOVE PO-ADDRESS        TO SB-ADDRESS.
006090     RELEASE SB-RECORD.
006100 2060-NEXT.
006110     PERFORM 2250-READ-PESELOUT THRU 2250-EXIT.
006120 2060-EXIT.
006130     EXIT.
006140
006150 2100-READ-AUDIT-LOG.
006160     READ AUDIT-LOG-FILE
006170         AT END
006180             MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
006190     END-READ.
006200 2100-EXIT.
006210     EXIT.
006220
006230*================================================================
006240*    2200-OPEN-PESELOUT
006250*    PESELOUT IS READ ONCE PER PATTERN.
006260*================================================================
006270 2200-OPEN-PESELOUT.
006280     MOVE 'N' TO WS-OUT-EOF-SWITCH.
006290     OPEN INPUT PESEL-OUT-FILE.
006300     IF WS-OUTFILE-STATUS NOT = "00"
006310         DISPLAY "PESEL0139E PESELOUT COULD NOT BE OPENED, "
006320             "FILE STATUS=" WS-OUTFILE-STATUS
006330         MOVE 16 TO RETURN-CODE
006340         STOP RUN
006350     END-IF.
006360 2200-EXIT.
006370     EXIT.
006380
006390 2250-READ-PESELOUT.
006400     READ PESEL-OUT-FILE
006410         AT END
006420             MOVE 'Y' TO WS-OUT-EOF-SWITCH
006430     END-READ.
006440 2250-EXIT.
006450     EXIT.
006460
006470*================================================================
006480*    2500-SCREEN-BRANCHES
006490*    PATTERN B SORT OUTPUT.  EACH PESEL'S SUBMISSIONS COME
006500*    TOGETHER IN BRANCH ORDER; ONLY A PESEL SUBMITTED TONIGHT IS
006510*    JUDGED, SO AN OLD HIT IS NOT RAISED AGAIN EVERY NIGHT.
006520*================================================================
006530 2500-SCREEN-BRANCHES.
006540     MOVE "PATTERN B - SAME PESEL FROM SEVERAL BRANCHES"
006550         TO WS-RPT-SECTION.
006560     PERFORM 6800-WRITE-SECTION-HEADER THRU 6800-EXIT.
006570     MOVE 'N' TO WS-SORT-EOF-SWITCH.
006580     MOVE 'N' TO WS-GROUP-SWITCH.
006590     PERFORM 2510-RETURN-SUBMISSION THRU 2510-EXIT.
006600     PERFORM 2600-TAKE-SUBMISSION THRU 2600-EXIT
006610         UNTIL WS-END-OF-SORT.
006620     IF WS-GROUP-OPEN
006630         PERFORM 2700-JUDGE-PESEL THRU 2700-EXIT
006640     END-IF.
006650     IF WS-CNT-ALERT-BRANCH = 0
006660         MOVE "  NONE" TO PESEL-FRAUD-RPT-RECORD
006670         WRITE PESEL-FRAUD-RPT-RECORD
006680     END-IF.
006690 2500-EXIT.
006700     EXIT.
006710
006720 2510-RETURN-SUBMISSION.
006730     RETURN SORT-WORK-FILE
006740         AT END
006750             MOVE 'Y' TO WS-SORT-EOF-SWITCH
006760     END-RETURN.
006770 2510-EXIT.
006780     EXIT.
006790
006800 2600-TAKE-SUBMISSION.
006810     IF WS-GROUP-OPEN AND SB-PESEL NOT = WS-SB-PESEL
006820         PERFORM 2700-JUDGE-PESEL THRU 2700-EXIT
006830     END-IF.
006840     IF NOT WS-GROUP-OPEN
006850         MOVE 'Y'      TO WS-GROUP-SWITCH
006860         MOVE SB-PESEL TO WS-SB-PESEL
006870         MOVE SPACES   TO WS-SB-LAST-BRANCH
006880         MOVE 0        TO WS-SB-BRANCHES
006890         MOVE 'N'      TO WS-SB-TONIGHT
006900         MOVE 'N'      TO WS-SB-HOLDABLE
006910         MOVE SPACES   TO WS-SB-TONIGHT-BRANCH
006920         MOVE SPACES   TO WS-SB-BRANCH-LIST
006930     END-IF.
006940     IF SB-BRANCH NOT = WS-SB-LAST-BRANCH
006950         ADD 1 TO WS-SB-BRANCHES
006960         IF WS-SB-BRANCHES NOT > 10
006970             MOVE SB-BRANCH TO WS-SB-BRANCH-SEEN(WS-SB-BRANCHES)
006980         END-IF
006990         MOVE SB-BRANCH TO WS-SB-LAST-BRANCH
007000     END-IF.
007010     IF SB-ORIGIN = 'P'
007020         MOVE 'Y'       TO WS-SB-TONIGHT
007030         MOVE SB-BRANCH TO WS-SB-TONIGHT-BRANCH
007040         IF SB-HOLDABLE = 'Y'
007050             MOVE 'Y'              TO WS-SB-HOLDABLE
007060             MOVE SB-CUSTOMER-NAME TO WS-SB-NAME
007070             MOVE SB-ADDRESS       TO WS-SB-ADDRESS
007080         END-IF
007090     END-IF.
007100     PERFORM 2510-RETURN-SUBMISSION THRU 2510-EXIT.
007110 2600-EXIT.
007120     EXIT.
007130
007140*================================================================
007150*    2700-JUDGE-PESEL
007160*================================================================
007170 2700-JUDGE-PESEL.
007180     MOVE 'N' TO WS-GROUP-SWITCH.
007190     IF WS-SB-TONIGHT NOT = 'Y'
007200         OR WS-SB-BRANCHES < WS-BRANCH-MIN
007210         GO TO 2700-EXIT
007220     END-IF.
007230     ADD 1 TO WS-CNT-ALERT-BRANCH.
007240     MOVE SPACES               TO FRAUD-ALERT-RECORD.
007250     MOVE 'B'                  TO FA-PATTERN.
007260     MOVE WS-SB-PESEL          TO FA-PESEL.
007270     MOVE WS-SB-TONIGHT-BRANCH TO FA-BRANCH.
007280     MOVE WS-SB-BRANCHES       TO FA-COUNT.
007290     MOVE WS-BRANCH-MIN        TO FA-THRESHOLD.
007300     MOVE WS-SB-BRANCH-LIST    TO FA-BRANCH-LIST.
007310     MOVE 'N'                  TO FA-ACTION.
007320     IF WS-SB-HOLDABLE = 'Y'
007330         MOVE WS-SB-PESEL          TO WS-HLD-PESEL
007340         MOVE 'B'                  TO WS-HLD-REASON
007350         MOVE WS-SB-NAME           TO WS-HLD-NAME
007360         MOVE WS-SB-ADDRESS        TO WS-HLD-ADDRESS
007370         MOVE WS-SB-TONIGHT-BRANCH TO WS-HLD-BRANCH
007380         PERFORM 6000-HOLD-CUSTOMER THRU 6000-EXIT
007390         MOVE WS-HLD-ACTION        TO FA-ACTION
007400     END-IF.
007410     PERFORM 6500-WRITE-ALERT THRU 6500-EXIT.
007420 2700-EXIT.
007430     EXIT.
007440
007450*================================================================
007460*    3000-COLLECT-ADDRESSES
007470*    PATTERN A SORT INPUT.  EVERY LIVE CUSTMAS CUSTOMER ADDED IN
007480*    THE WINDOW, EVERY CUSTOMER HELD IN THE WINDOW (SO A STRING
007490*    ALREADY HELD STILL COUNTS AGAINST THE NEXT ARRIVAL), AND
007500*    TONIGHT'S NEW CUSTOMERS - EACH WITH AN ADDRESS.
007510*================================================================
007520 3000-COLLECT-ADDRESSES.
007530     OPEN INPUT CUSTOMER-MASTER-FILE.
007540     IF WS-CUSTMAS-STATUS = "35"
007550         MOVE 'Y' TO WS-MASTER-EOF-SWITCH
007560     ELSE
007570         IF WS-CUSTMAS-STATUS NOT = "00"
007580             DISPLAY "PESEL0140E CUSTMAS COULD NOT BE OPENED, "
007590                 "FILE STATUS=" WS-CUSTMAS-STATUS
007600             MOVE 16 TO RETURN-CODE
007610             STOP RUN
007620         END-IF
007630         PERFORM 3100-READ-MASTER THRU 3100-EXIT
007640     END-IF.
007650     PERFORM 3050-RELEASE-MASTER THRU 3050-EXIT
007660         UNTIL WS-END-OF-MASTER.
007670     IF WS-CUSTMAS-STATUS NOT = "35"
007680         CLOSE CUSTOMER-MASTER-FILE
007690     END-IF.
007700     MOVE ZEROS TO FH-PESEL.
007710     START FRAUD-HOLD-FILE KEY IS NOT LESS THAN FH-PESEL
007720         INVALID KEY
007730             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
007740     END-START.
007750     IF NOT WS-END-OF-HOLDS
007760         PERFORM 3200-READ-HOLD THRU 3200-EXIT
007770     END-IF.
007780     PERFORM 3060-RELEASE-HOLD THRU 3060-EXIT
007790         UNTIL WS-END-OF-HOLDS.
007800     PERFORM 2200-OPEN-PESELOUT THRU 2200-EXIT.
007810     PERFORM 2250-READ-PESELOUT THRU 2250-EXIT.
007820     PERFORM 3070-RELEASE-TONIGHT THRU 3070-EXIT
007830         UNTIL WS-END-OF-PESELOUT.
007840     CLOSE PESEL-OUT-FILE.
007850 3000-EXIT.
007860     EXIT.
007870
007880 3050-RELEASE-MASTER.
007890     IF CM-ERASED OR CM-SUPERSEDED
007900         OR CM-ADDRESS = SPACES
007910         OR CM-DATE-ADDED NOT NUMERIC
007920         OR CM-DATE-ADDED < WS-ADDR-CUTOFF
007930         GO TO 3050-NEXT
007940     END-IF.
007950     ADD 1 TO WS-CNT-MASTER-WINDOW.
007960     MOVE SPACES            TO SA-RECORD.
007970     MOVE CM-ADDRESS        TO SA-ADDRESS.
007980     MOVE CM-PESEL          TO SA-PESEL.
007990     MOVE 'C'               TO SA-ORIGIN.
008000     MOVE CM-SOURCE-BRANCH  TO SA-BRANCH.
008010     RELEASE SA-RECORD.
008020 3050-NEXT.
008030     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
008040 3050-EXIT.
008050     EXIT.
008060
008070 3060-RELEASE-HOLD.
008080     IF FH-ADDRESS = SPACES
008090         OR FH-HELD-DATE < WS-ADDR-CUTOFF
008100         GO TO 3060-NEXT
008110     END-IF.
008120     ADD 1 TO WS-CNT-HOLD-WINDOW.
008130     MOVE SPACES            TO SA-RECORD.
008140     MOVE FH-ADDRESS        TO SA-ADDRESS.
008150     MOVE FH-PESEL          TO SA-PESEL.
008160     MOVE 'H'               TO SA-ORIGIN.
008170     MOVE FH-SOURCE-BRANCH  TO SA-BRANCH.
008180     RELEASE SA-RECORD.
008190 3060-NEXT.
008200     PERFORM 3200-READ-HOLD THRU 3200-EXIT.
008210 3060-EXIT.
008220     EXIT.
008230
008240 3070-RELEASE-TONIGHT.
008250     IF NOT (PO-RESULT-OK AND PO-CUSTOMER-NEW)
008260         OR PO-ADDRESS = SPACES
008270         GO TO 3070-NEXT
008280     END-IF.
008290     ADD 1 TO WS-CNT-PO-NEW.
008300     MOVE SPACES            TO SA-RECORD.
008310     MOVE PO-ADDRESS        TO SA-ADDRESS.
008320     MOVE PO-PESEL          TO SA-PESEL.
008330     MOVE 'P'               TO SA-ORIGIN.
008340     MOVE PO-SOURCE-BRANCH  TO SA-BRANCH.
008350     MOVE PO-CUSTOMER-NAME  TO SA-CUSTOMER-NAME.
008360     RELEASE SA-RECORD.
008370 3070-NEXT.
008380     PERFORM 2250-READ-PESELOUT THRU 2250-EXIT.
008390 3070-EXIT.
008400     EXIT.
008410
008420 3100-READ-MASTER.
008430     READ CUSTOMER-MASTER-FILE NEXT RECORD
008440         AT END
008450             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
008460     END-READ.
008470 3100-EXIT.
008480     EXIT.
008490
008500 3200-READ-HOLD.
008510     READ FRAUD-HOLD-FILE NEXT RECORD
008520         AT END
008530             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
008540     END-READ.
008550     IF NOT WS-END-OF-HOLDS
008560         AND WS-FRAUDHLD-STATUS NOT = "00"
008570         DISPLAY "PESEL0141E FRAUDHLD READ FAILED, "
008580             "FILE STATUS=" WS-FRAUDHLD-STATUS
008590         MOVE 16 TO RETURN-CODE
008600         STOP RUN
008610     END-IF.
008620 3200-EXIT.
008630     EXIT.
008640
008650*================================================================
008660*    3500-SCREEN-ADDRESSES
008670*    PATTERN A SORT OUTPUT.  EACH ADDRESS'S CUSTOMERS COME
008680*    TOGETHER IN PESEL ORDER - A CUSTOMER ON MORE THAN ONE SOURCE
008690*    (HELD EARLIER AND RESUBMITTED TONIGHT) IS COUNTED ONCE.
008700*================================================================
008710 3500-SCREEN-ADDRESSES.
008720     MOVE "PATTERN A - ONE ADDRESS, SEVERAL NEW CUSTOMERS"
008730         TO WS-RPT-SECTION.
008740     PERFORM 6800-WRITE-SECTION-HEADER THRU 6800-EXIT.
008750     MOVE 'N' TO WS-SORT-EOF-SWITCH.
008760     MOVE 'N' TO WS-GROUP-SWITCH.
008770     PERFORM 2510-RETURN-SUBMISSION THRU 2510-EXIT.
008780     PERFORM 3600-TAKE-CUSTOMER THRU 3600-EXIT
008790         UNTIL WS-END-OF-SORT.
008800     IF WS-GROUP-OPEN
008810         PERFORM 3700-JUDGE-ADDRESS THRU 3700-EXIT
008820     END-IF.
008830     IF WS-CNT-ALERT-ADDRESS = 0
008840         MOVE "  NONE" TO PESEL-FRAUD-RPT-RECORD
008850         WRITE PESEL-FRAUD-RPT-RECORD
008860     END-IF.
008870 3500-EXIT.
008880     EXIT.
008890
008900 3600-TAKE-CUSTOMER.
008910     IF WS-GROUP-OPEN AND SA-ADDRESS NOT = WS-SA-ADDRESS
008920         PERFORM 3700-JUDGE-ADDRESS THRU 3700-EXIT
008930     END-IF.
008940     IF NOT WS-GROUP-OPEN
008950         MOVE 'Y'        TO WS-GROUP-SWITCH
008960         MOVE SA-ADDRESS TO WS-SA-ADDRESS
008970         MOVE ZEROS      TO WS-SA-LAST-PESEL
008980         MOVE 0          TO WS-SA-CUSTOMERS
008990         MOVE 0          TO WS-AT-COUNT
009000     END-IF.
009010     IF SA-PESEL NOT = WS-SA-LAST-PESEL
009020         ADD 1 TO WS-SA-CUSTOMERS
009030         MOVE SA-PESEL TO WS-SA-LAST-PESEL
009040     END-IF.
009050     IF SA-ORIGIN = 'P'
009060         IF WS-AT-COUNT < WS-AT-MAX
009070             ADD 1 TO WS-AT-COUNT
009080             MOVE SA-PESEL  TO WS-AT-PESEL(WS-AT-COUNT)
009090             MOVE SA-BRANCH TO WS-AT-BRANCH(WS-AT-COUNT)
009100             MOVE SA-CUSTOMER-NAME
009110                            TO WS-AT-NAME(WS-AT-COUNT)
009120         ELSE
009130             IF WS-CNT-AT-OVERFLOW = 0
009140                 DISPLAY "PESEL0145W MORE THAN " WS-AT-MAX
009150                     " NEW CUSTOMERS AT ONE ADDRESS - ONLY "
009160                     "THE FIRST ARE HELD"
009170             END-IF
009180             ADD 1 TO WS-CNT-AT-OVERFLOW
009190         END-IF
009200     END-IF.
009210     PERFORM 2510-RETURN-SUBMISSION THRU 2510-EXIT.
009220 3600-EXIT.
009230     EXIT.
009240
009250*================================================================
009260*    3700-JUDGE-ADDRESS
009270*    ONLY AN ADDRESS WITH A NEW CUSTOMER TONIGHT IS JUDGED; EACH
009280*    OF TONIGHT'S CUSTOMERS THERE IS HELD AND ALERTED.
009290*================================================================
009300 3700-JUDGE-ADDRESS.
009310     MOVE 'N' TO WS-GROUP-SWITCH.
009320     IF WS-AT-COUNT = 0
009330         OR WS-SA-CUSTOMERS < WS-ADDR-MIN
009340         GO TO 3700-EXIT
009350     END-IF.
009360     PERFORM 3800-ALERT-ONE-CUSTOMER THRU 3800-EXIT
009370         VARYING WS-AT-SUB FROM 1 BY 1
009380         UNTIL WS-AT-SUB > WS-AT-COUNT.
009390 3700-EXIT.
009400     EXIT.
009410
009420 3800-ALERT-ONE-CUSTOMER.
009430     ADD 1 TO WS-CNT-ALERT-ADDRESS.
009440     MOVE SPACES                   TO FRAUD-ALERT-RECORD.
009450     MOVE 'A'                      TO FA-PATTERN.
009460     MOVE WS-AT-PESEL(WS-AT-SUB)   TO FA-PESEL.
009470     MOVE WS-AT-BRANCH(WS-AT-SUB)  TO FA-BRANCH.
009480     MOVE WS-SA-CUSTOMERS          TO FA-COUNT.
009490     MOVE WS-ADDR-MIN              TO FA-THRESHOLD.
009500     MOVE WS-SA-ADDRESS            TO FA-ADDRESS.
009510     MOVE WS-AT-PESEL(WS-AT-SUB)   TO WS-HLD-PESEL.
009520     MOVE 'A'                      TO WS-HLD-REASON.
009530     MOVE WS-AT-NAME(WS-AT-SUB)    TO WS-HLD-NAME.
009540     MOVE WS-SA-ADDRESS            TO WS-HLD-ADDRESS.
009550     MOVE WS-AT-BRANCH(WS-AT-SUB)  TO WS-HLD-BRANCH.
009560     PERFORM 6000-HOLD-CUSTOMER THRU 6000-EXIT.
009570     MOVE WS-HLD-ACTION            TO FA-ACTION.
009580     PERFORM 6500-WRITE-ALERT THRU 6500-EXIT.
009590 3800-EXIT.
009600     EXIT.
009610
009620*================================================================
009630*    4000-COLLECT-FAILURES
009640*    PATTERN G SORT INPUT.  TONIGHT'S CHECKSUM FAILURES AND NEW
009650*    CUSTOMERS THAT CARRY A BRANCH.
009660*================================================================
009670 4000-COLLECT-FAILURES.
009680     PERFORM 2200-OPEN-PESELOUT THRU 2200-EXIT.
009690     PERFORM 2250-READ-PESELOUT THRU 2250-EXIT.
009700     PERFORM 4050-RELEASE-TONIGHT THRU 4050-EXIT
009710         UNTIL WS-END-OF-PESELOUT.
009720     CLOSE PESEL-OUT-FILE.
009730 4000-EXIT.
009740     EXIT.
009750
009760 4050-RELEASE-TONIGHT.
009770     IF PO-PESEL NOT NUMERIC
009780         OR PO-SOURCE-BRANCH = SPACES
009790         GO TO 4050-NEXT
009800     END-IF.
009810     MOVE SPACES TO SG-RECORD.
009820     EVALUATE TRUE
009830         WHEN PO-RESULT-BAD-CHECKSUM
009840             ADD 1 TO WS-CNT-PO-CHECKSUM
009850             MOVE 'F' TO SG-KIND
009860         WHEN PO-RESULT-OK AND PO-CUSTOMER-NEW
009870             MOVE 'N' TO SG-KIND
009880         WHEN OTHER
009890             GO TO 4050-NEXT
009900     END-EVALUATE.
009910     MOVE PO-SOURCE-BRANCH  TO SG-BRANCH.
009920     MOVE PO-PESEL          TO SG-PESEL.
009930     MOVE PO-CUSTOMER-NAME  TO SG-CUSTOMER-NAME.
009940     MOVE PO-ADDRESS        TO SG-ADDRESS.
009950     RELEASE SG-RECORD.
009960 4050-NEXT.
009970     PERFORM 2250-READ-PESELOUT THRU 2250-EXIT.
009980 4050-EXIT.
009990     EXIT.
010000
010010*================================================================
010020*    4500-SCREEN-GUESSES
010030*    PATTERN G SORT OUTPUT.  ONE BRANCH AT A TIME IS TABLED AND
010040*    SCREENED.
010050*================================================================
010060 4500-SCREEN-GUESSES.
010070     MOVE "PATTERN G - ONE-DIGIT CHECKSUM GUESSING"
010080         TO WS-RPT-SECTION.
010090     PERFORM 6800-WRITE-SECTION-HEADER THRU 6800-EXIT.
010100     MOVE 'N' TO WS-SORT-EOF-SWITCH.
010110     MOVE 'N' TO WS-GROUP-SWITCH.
010120     PERFORM 2510-RETURN-SUBMISSION THRU 2510-EXIT.
010130     PERFORM 4600-TAKE-ENTRY THRU 4600-EXIT
010140         UNTIL WS-END-OF-SORT.
010150     IF WS-GROUP-OPEN
010160         PERFORM 4700-JUDGE-BRANCH THRU 4700-EXIT
010170     END-IF.
010180     IF WS-CNT-ALERT-GUESS = 0
010190         MOVE "  NONE" TO PESEL-FRAUD-RPT-RECORD
010200         WRITE PESEL-FRAUD-RPT-RECORD
010210     END-IF.
010220 4500-EXIT.
010230     EXIT.
010240
010250 4600-TAKE-ENTRY.
010260     IF WS-GROUP-OPEN AND SG-BRANCH NOT = WS-SG-BRANCH
010270         PERFORM 4700-JUDGE-BRANCH THRU 4700-EXIT
010280     END-IF.
010290     IF NOT WS-GROUP-OPEN
010300         MOVE 'Y'       TO WS-GROUP-SWITCH
010310         MOVE SG-BRANCH TO WS-SG-BRANCH
010320         MOVE 0         TO WS-GT-COUNT
010330     END-IF.
010340     IF WS-GT-COUNT NOT < WS-GT-MAX
010350         IF WS-CNT-GT-OVERFLOW = 0
010360             DISPLAY "PESEL0145W MORE THAN " WS-GT-MAX
010370                 " FAILURES/NEW CUSTOMERS FROM BRANCH "
010380                 SG-BRANCH " - THE REST ARE NOT SCREENED"
010390         END-IF
010400         ADD 1 TO WS-CNT-GT-OVERFLOW
010410         GO TO 4600-NEXT
010420     END-IF.
010430     ADD 1 TO WS-GT-COUNT.
010440     MOVE SG-PESEL         TO WS-GT-PESEL(WS-GT-COUNT).
010450     MOVE SG-KIND          TO WS-GT-KIND(WS-GT-COUNT).
010460     MOVE 0                TO WS-GT-NEIGHBOURS(WS-GT-COUNT).
010470     MOVE 0                TO WS-GT-RUN(WS-GT-COUNT).
010480     MOVE 'N'              TO WS-GT-FLAG(WS-GT-COUNT).
010490     MOVE SG-CUSTOMER-NAME TO WS-GT-NAME(WS-GT-COUNT).
010500     MOVE SG-ADDRESS       TO WS-GT-ADDRESS(WS-GT-COUNT).
010510 4600-NEXT.
010520     PERFORM 2510-RETURN-SUBMISSION THRU 2510-EXIT.
010530 4600-EXIT.
010540     EXIT.
010550
010560*================================================================
010570*    4700-JUDGE-BRANCH
010580*    1. EACH FAILURE COUNTS THE OTHER FAILURES ONE DIGIT AWAY.
010590*    2. A FAILURE WHOSE RUN (ITSELF PLUS THOSE) REACHES GUESSMIN
010600*       IS FLAGGED.
010610*    3. A NEW CUSTOMER ONE DIGIT AWAY FROM A FLAGGED FAILURE IS
010620*       FLAGGED WITH THE LONGEST SUCH RUN.
010630*    4. EVERY FLAGGED ENTRY IS ALERTED; THE NEW CUSTOMERS HELD.
010640*================================================================
010650 4700-JUDGE-BRANCH.
010660     MOVE 'N' TO WS-GROUP-SWITCH.
010670     PERFORM 4710-COUNT-NEIGHBOURS THRU 4710-EXIT
010680         VARYING WS-GT-I FROM 1 BY 1
010690         UNTIL WS-GT-I > WS-GT-COUNT.
010700     PERFORM 4730-FLAG-NEW-CUSTOMER THRU 4730-EXIT
010710         VARYING WS-GT-I FROM 1 BY 1
010720         UNTIL WS-GT-I > WS-GT-COUNT.
010730     PERFORM 4750-ALERT-ENTRY THRU 4750-EXIT
010740         VARYING WS-GT-I FROM 1 BY 1
010750         UNTIL WS-GT-I > WS-GT-COUNT.
010760 4700-EXIT.
010770     EXIT.
010780
010790 4710-COUNT-NEIGHBOURS.
010800     IF NOT WS-GT-FAILURE(WS-GT-I)
010810         GO TO 4710-EXIT
010820     END-IF.
010830     PERFORM 4720-TRY-NEIGHBOUR THRU 4720-EXIT
010840         VARYING WS-GT-J FROM 1 BY 1
010850         UNTIL WS-GT-J > WS-GT-COUNT.
010860     COMPUTE WS-GT-RUN(WS-GT-I) = WS-GT-NEIGHBOURS(WS-GT-I) + 1.
010870     IF WS-GT-RUN(WS-GT-I) NOT < WS-GUESS-MIN
010880         MOVE 'Y' TO WS-GT-FLAG(WS-GT-I)
010890     END-IF.
010900 4710-EXIT.
010910     EXIT.
010920
010930 4720-TRY-NEIGHBOUR.
010940     IF WS-GT-J = WS-GT-I
010950         OR NOT WS-GT-FAILURE(WS-GT-J)
010960         GO TO 4720-EXIT
010970     END-IF.
010980     PERFORM 4800-DIGIT-DISTANCE THRU 4800-EXIT.
010990     IF WS-DIG-DIFFS = 1
011000         ADD 1 TO WS-GT-NEIGHBOURS(WS-GT-I)
011010     END-IF.
011020 4720-EXIT.
011030     EXIT.
011040
011050 4730-FLAG-NEW-CUSTOMER.
011060     IF NOT WS-GT-NEW-CUSTOMER(WS-GT-I)
011070         GO TO 4730-EXIT
011080     END-IF.
011090     PERFORM 4740-TRY-FLAGGED-FAILURE THRU 4740-EXIT
011100         VARYING WS-GT-J FROM 1 BY 1
011110         UNTIL WS-GT-J > WS-GT-COUNT.
011120 4730-EXIT.
011130     EXIT.
011140
011150 4740-TRY-FLAGGED-FAILURE.
011160     IF NOT WS-GT-FAILURE(WS-GT-J)
011170         OR NOT WS-GT-FLAGGED(WS-GT-J)
011180         GO TO 4740-EXIT
011190     END-IF.
011200     PERFORM 4800-DIGIT-DISTANCE THRU 4800-EXIT.
011210     IF WS-DIG-DIFFS = 1
011220         MOVE 'Y' TO WS-GT-FLAG(WS-GT-I)
011230         IF WS-GT-RUN(WS-GT-J) > WS-GT-RUN(WS-GT-I)
011240             MOVE WS-GT-RUN(WS-GT-J) TO WS-GT-RUN(WS-GT-I)
011250         END-IF
011260     END-IF.
011270 4740-EXIT.
011280     EXIT.
011290
011300 4750-ALERT-ENTRY.
011310     IF NOT WS-GT-FLAGGED(WS-GT-I)
011320         GO TO 4750-EXIT
011330     END-IF.
011340     ADD 1 TO WS-CNT-ALERT-GUESS.
011350     MOVE SPACES                  TO FRAUD-ALERT-RECORD.
011360     MOVE 'G'                     TO FA-PATTERN.
011370     MOVE WS-GT-PESEL(WS-GT-I)    TO FA-PESEL.
011380     MOVE WS-SG-BRANCH            TO FA-BRANCH.
011390     MOVE WS-GT-RUN(WS-GT-I)      TO FA-COUNT.
011400     MOVE WS-GUESS-MIN            TO FA-THRESHOLD.
011410     MOVE 'N'                     TO FA-ACTION.
011420     IF WS-GT-FAILURE(WS-GT-I)
011430         MOVE "CHECKSUM FAILURE IN THE RUN" TO FA-DETAIL
011440     ELSE
011450         MOVE "NEW CUSTOMER ONE DIGIT FROM THE RUN"
011460             TO FA-DETAIL
011470         MOVE WS-GT-PESEL(WS-GT-I)   TO WS-HLD-PESEL
011480         MOVE 'G'                    TO WS-HLD-REASON
011490         MOVE WS-GT-NAME(WS-GT-I)    TO WS-HLD-NAME
011500         MOVE WS-GT-ADDRESS(WS-GT-I) TO WS-HLD-ADDRESS
011510         MOVE WS-SG-BRANCH           TO WS-HLD-BRANCH
011520         PERFORM 6000-HOLD-CUSTOMER THRU 6000-EXIT
011530         MOVE WS-HLD-ACTION          TO FA-ACTION
011540     END-IF.
011550     PERFORM 6500-WRITE-ALERT THRU 6500-EXIT.
011560 4750-EXIT.
011570     EXIT.
011580
011590*================================================================
011600*    4800-DIGIT-DISTANCE
011610*    HOW MANY OF THE ELEVEN DIGIT POSITIONS DIFFER BETWEEN ENTRY
011620*    I AND ENTRY J (STOPS COUNTING PAST ONE).
011630*================================================================
011640 4800-DIGIT-DISTANCE.
011650     MOVE WS-GT-PESEL(WS-GT-I) TO WS-CMP-A.
011660     MOVE WS-GT-PESEL(WS-GT-J) TO WS-CMP-B.
011670     MOVE 0 TO WS-DIG-DIFFS.
011680     PERFORM 4810-COMPARE-DIGIT THRU 4810-EXIT
011690         VARYING WS-DIG-SUB FROM 1 BY 1
011700         UNTIL WS-DIG-SUB > 11 OR WS-DIG-DIFFS > 1.
011710 4800-EXIT.
011720     EXIT.
011730
011740 4810-COMPARE-DIGIT.
011750     IF WS-CMP-A(WS-DIG-SUB:1) NOT = WS-CMP-B(WS-DIG-SUB:1)
011760         ADD 1 TO WS-DIG-DIFFS
011770     END-IF.
011780 4810-EXIT.
011790     EXIT.
011800
011810*================================================================
011820*    6000-HOLD-CUSTOMER
011830*    PUTS A NEW CUSTOMER ON THE HOLD FILE, OR ADDS THIS REASON TO
011840*    ITS EXISTING HOLD.  A HELD CUSTOMER RESUBMITTED TAKES
011850*    TONIGHT'S NAME AND ADDRESS.  ONE THE FRAUD TEAM HAS ALREADY
011860*    DECIDED ON KEEPS THAT DECISION - THE ALERT SAYS WHICH.
011870*================================================================
011880 6000-HOLD-CUSTOMER.
011890     MOVE WS-HLD-PESEL TO FH-PESEL.
011900     READ FRAUD-HOLD-FILE.
011910     IF WS-FRAUDHLD-STATUS = "23"
011920         MOVE SPACES          TO FRAUD-HOLD-RECORD
011930         MOVE WS-HLD-PESEL    TO FH-PESEL
011940         MOVE 'H'             TO FH-STATUS
011950         MOVE WS-TODAY-NUM    TO FH-HELD-DATE
011960         MOVE WS-RUN-START-TS TO FH-HELD-TIMESTAMP
011970         MOVE WS-JOB-ID       TO FH-HELD-JOB-ID
011980         MOVE WS-HLD-NAME     TO FH-CUSTOMER-NAME
011990         MOVE WS-HLD-ADDRESS  TO FH-ADDRESS
012000         MOVE WS-HLD-BRANCH   TO FH-SOURCE-BRANCH
012010         PERFORM 6100-SET-REASON THRU 6100-EXIT
012020         WRITE FRAUD-HOLD-RECORD
012030         IF WS-FRAUDHLD-STATUS NOT = "00"
012040             DISPLAY "PESEL0141E FRAUDHLD WRITE FAILED FOR PESEL "
012050                 WS-HLD-PESEL ", FILE STATUS="
012060                 WS-FRAUDHLD-STATUS
012070             MOVE 16 TO RETURN-CODE
012080             STOP RUN
012090         END-IF
012100         ADD 1 TO WS-CNT-HELD-NEW
012110         MOVE 'H' TO WS-HLD-ACTION
012120         GO TO 6000-EXIT
012130     END-IF.
012140     IF WS-FRAUDHLD-STATUS NOT = "00"
012150         DISPLAY "PESEL0141E FRAUDHLD READ FAILED FOR PESEL "
012160             WS-HLD-PESEL ", FILE STATUS=" WS-FRAUDHLD-STATUS
012170         MOVE 16 TO RETURN-CODE
012180         STOP RUN
012190     END-IF.
012200     PERFORM 6100-SET-REASON THRU 6100-EXIT.
012210     EVALUATE TRUE
012220         WHEN FH-HELD
012230             MOVE WS-HLD-NAME     TO FH-CUSTOMER-NAME
012240             MOVE WS-HLD-ADDRESS  TO FH-ADDRESS
012250             MOVE WS-HLD-BRANCH   TO FH-SOURCE-BRANCH
012260             MOVE 'H' TO WS-HLD-ACTION
012270         WHEN FH-RELEASED
012280             MOVE 'R' TO WS-HLD-ACTION
012290         WHEN FH-REFUSED
012300             MOVE 'X' TO WS-HLD-ACTION
012310         WHEN OTHER
012320             MOVE 'N' TO WS-HLD-ACTION
012330     END-EVALUATE.
012340     REWRITE FRAUD-HOLD-RECORD.
012350     IF WS-FRAUDHLD-STATUS NOT = "00"
012360         DISPLAY "PESEL0141E FRAUDHLD REWRITE FAILED FOR PESEL "
012370             WS-HLD-PESEL ", FILE STATUS=" WS-FRAUDHLD-STATUS
012380         MOVE 16 TO RETURN-CODE
012390         STOP RUN
012400     END-IF.
012410 6000-EXIT.
012420     EXIT.
012430
012440 6100-SET-REASON.
012450     EVALUATE WS-HLD-REASON
012460         WHEN 'B'
012470             MOVE 'Y' TO FH-REASON-BRANCH
012480         WHEN 'A'
012490             MOVE 'Y' TO FH-REASON-ADDRESS
012500         WHEN 'G'
012510             MOVE 'Y' TO FH-REASON-GUESS
012520     END-EVALUATE.
012530 6100-EXIT.
012540     EXIT.
012550
012560*================================================================
012570*    6500-WRITE-ALERT
012580*    THE CALLER HAS FILLED IN THE ALERT; IT GOES TO THE ALERT
012590*    FILE AND THE REPORT.
012600*================================================================
012610 6500-WRITE-ALERT.
012620     ADD 1 TO WS-CNT-ALERTS.
012630     MOVE WS-TODAY-NUM TO FA-ALERT-DATE.
012640     MOVE WS-JOB-ID    TO FA-JOB-ID.
012650     WRITE FRAUD-ALERT-RECORD.
012660     IF WS-FRAUDALR-STATUS NOT = "00"
012670         DISPLAY "PESEL0142E FRAUDALR WRITE FAILED FOR PESEL "
012680             FA-PESEL ", FILE STATUS=" WS-FRAUDALR-STATUS
012690         MOVE 16 TO RETURN-CODE
012700         STOP RUN
012710     END-IF.
012720     MOVE FA-PESEL     TO FRR-PESEL.
012730     MOVE FA-BRANCH    TO FRR-BRANCH.
012740     MOVE FA-COUNT     TO FRR-COUNT.
012750     MOVE FA-THRESHOLD TO FRR-LIMIT.
012760     EVALUATE TRUE
012770         WHEN FA-HELD
012780             MOVE "HELD"     TO FRR-ACTION
012790         WHEN FA-ALREADY-RELEASED
012800             MOVE "RELEASED" TO FRR-ACTION
012810         WHEN FA-ALREADY-REFUSED
012820             MOVE "REFUSED"  TO FRR-ACTION
012830         WHEN OTHER
012840             MOVE "NOTED"    TO FRR-ACTION
012850     END-EVALUATE.
012860     MOVE FA-DETAIL    TO FRR-DETAIL.
012870     MOVE WS-RPT-LINE  TO PESEL-FRAUD-RPT-RECORD.
012880     WRITE PESEL-FRAUD-RPT-RECORD.
012890 6500-EXIT.
012900     EXIT.
012910
012920*================================================================
012930*    6800-WRITE-SECTION-HEADER
012940*    THE SECTION TITLE IS PASSED IN WS-RPT-SECTION.
012950*================================================================
012960 6800-WRITE-SECTION-HEADER.
012970     MOVE SPACES TO PESEL-FRAUD-RPT-RECORD.
012980     WRITE PESEL-FRAUD-RPT-RECORD.
012990     MOVE WS-RPT-SECTION TO PESEL-FRAUD-RPT-RECORD.
013000     WRITE PESEL-FRAUD-RPT-RECORD.
013010     MOVE WS-RPT-RULE TO PESEL-FRAUD-RPT-RECORD.
013020     WRITE PESEL-FRAUD-RPT-RECORD.
013030     MOVE WS-RPT-HDR TO PESEL-FRAUD-RPT-RECORD.
013040     WRITE PESEL-FRAUD-RPT-RECORD.
013050 6800-EXIT.
013060     EXIT.
013070
013080*================================================================
013090*    7000-COUNT-HOLDS
013100*    THE FRAUD TEAM'S WORKLOAD - EVERYTHING STILL HELD, AND WHAT
013110*    IS RELEASED BUT NOT YET LOADED.
013120*================================================================
013130 7000-COUNT-HOLDS.
013140     MOVE 'N' TO WS-HOLD-EOF-SWITCH.
013150     MOVE ZEROS TO FH-PESEL.
013160     START FRAUD-HOLD-FILE KEY IS NOT LESS THAN FH-PESEL
013170         INVALID KEY
013180             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
013190     END-START.
013200     IF NOT WS-END-OF-HOLDS
013210         PERFORM 3200-READ-HOLD THRU 3200-EXIT
013220     END-IF.
013230     PERFORM 7100-COUNT-ONE-HOLD THRU 7100-EXIT
013240         UNTIL WS-END-OF-HOLDS.
013250 7000-EXIT.
013260     EXIT.
013270
013280 7100-COUNT-ONE-HOLD.
013290     IF FH-HELD
013300         ADD 1 TO WS-CNT-HOLDS-OPEN
013310     END-IF.
013320     IF FH-RELEASED
013330         ADD 1 TO WS-CNT-HOLDS-RELEASED
013340     END-IF.
013350     PERFORM 3200-READ-HOLD THRU 3200-EXIT.
013360 7100-EXIT.
013370     EXIT.
013380
013390*================================================================
013400*    8000-FINALIZE
013410*================================================================
013420 8000-FINALIZE.
013430     MOVE SPACES TO PESEL-FRAUD-RPT-RECORD.
013440     WRITE PESEL-FRAUD-RPT-RECORD.
013450     MOVE "PESELOUT RECORDS READ" TO SUM-LABEL.
013460     MOVE WS-CNT-PO-READ TO SUM-COUNT.
013470     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
013480     MOVE "NEW CUSTOMERS TONIGHT WITH ADDRESS" TO SUM-LABEL.
013490     MOVE WS-CNT-PO-NEW TO SUM-COUNT.
013500     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
013510     MOVE "CHECKSUM FAILURES TONIGHT" TO SUM-LABEL.
013520     MOVE WS-CNT-PO-CHECKSUM TO SUM-COUNT.
013530     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
013540     MOVE "AUDIT LINES IN THE BRANCH WINDOW" TO SUM-LABEL.
013550     MOVE WS-CNT-AUDIT-WINDOW TO SUM-COUNT.
013560     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
013570     MOVE "CUSTMAS ADDS IN THE ADDRESS WINDOW" TO SUM-LABEL.
013580     MOVE WS-CNT-MASTER-WINDOW TO SUM-COUNT.
013590     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
013600     MOVE "ALERTS RAISED" TO SUM-LABEL.
013610     MOVE WS-CNT-ALERTS TO SUM-COUNT.
013620     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
013630     MOVE "NEW CUSTOMERS HELD TONIGHT" TO SUM-LABEL.
013640     MOVE WS-CNT-HELD-NEW TO SUM-COUNT.
013650     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
013660     MOVE "HOLDS AWAITING A DECISION" TO SUM-LABEL.
013670     MOVE WS-CNT-HOLDS-OPEN TO SUM-COUNT.
013680     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
013690     MOVE "RELEASED, LOADED AT THE NEXT LOAD" TO SUM-LABEL.
013700     MOVE WS-CNT-HOLDS-RELEASED TO SUM-COUNT.
013710     PERFORM 8100-WRITE-SUM-LINE THRU 8100-EXIT.
013720     CLOSE FRAUD-HOLD-FILE.
013730     CLOSE FRAUD-ALERT-FILE.
013740     CLOSE PESEL-FRAUD-RPT-FILE.
013750     DISPLAY "PESEL0146I PESELOUT READ:       " WS-CNT-PO-READ.
013760     DISPLAY "PESEL0146I ALERTS - BRANCHES:   "
013770         WS-CNT-ALERT-BRANCH.
013780     DISPLAY "PESEL0146I ALERTS - ADDRESS:    "
013790         WS-CNT-ALERT-ADDRESS.
013800     DISPLAY "PESEL0146I ALERTS - GUESSING:   "
013810         WS-CNT-ALERT-GUESS.
013820     DISPLAY "PESEL0146I HELD TONIGHT:        " WS-CNT-HELD-NEW.
013830     DISPLAY "PESEL0146I HOLDS AWAITING:      "
013840         WS-CNT-HOLDS-OPEN.
013850     IF WS-CNT-ALERTS > 0
013860         MOVE 4 TO RETURN-CODE
013870     END-IF.
013880     PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
013890 8000-EXIT.
013900     EXIT.
013910
013920 8100-WRITE-SUM-LINE.
013930     MOVE WS-SUM-LINE TO PESEL-FRAUD-RPT-RECORD.
013940     WRITE PESEL-FRAUD-RPT-RECORD.
013950 8100-EXIT.
013960     EXIT.
013970
013980*================================================================
013990*    8300-WRITE-RUN-HISTORY
014000*    APPENDS THIS RUN'S LINE TO THE SHARED RUN-HISTORY FILE FOR
014010*    THE PESELTRD TREND REPORT.  A RUN-HISTORY PROBLEM MUST NOT
014020*    FAIL A RUN WHOSE REAL WORK IS DONE, SO TROUBLE HERE IS A
014030*    WARNING ONLY.
014040*================================================================
014050 8300-WRITE-RUN-HISTORY.
014060     OPEN EXTEND RUN-HISTORY-FILE.
014070     IF WS-RUNHIST-STATUS = "35"
014080         OPEN OUTPUT RUN-HISTORY-FILE
014090     END-IF.
014100     IF WS-RUNHIST-STATUS NOT = "00"
014110         DISPLAY "PESEL0147W RUNHIST COULD NOT BE OPENED, "
014120             "FILE STATUS=" WS-RUNHIST-STATUS
014130             " - RUN-HISTORY LINE NOT WRITTEN"
014140         GO TO 8300-EXIT
014150     END-IF.
014160     MOVE SPACES          TO RUN-HISTORY-RECORD.
014170     MOVE WS-JOB-ID       TO RH-JOB-ID.
014180     MOVE "PESELFRS"      TO RH-PROGRAM.
014190     MOVE WS-RUN-START-TS TO RH-START-TIMESTAMP.
014200     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
014210     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
014220            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
014230         DELIMITED BY SIZE INTO WS-TS-DISP.
014240     MOVE WS-TS-DISP      TO RH-END-TIMESTAMP.
014250     MOVE WS-CNT-PO-READ  TO RH-RECORDS.
014260     MOVE RETURN-CODE     TO RH-RETURN-CODE.
014270     WRITE RUN-HISTORY-RECORD.
014280     CLOSE RUN-HISTORY-FILE.
014290 8300-EXIT.
014300     EXIT.
014310
014320 END PROGRAM PESELFRS.
