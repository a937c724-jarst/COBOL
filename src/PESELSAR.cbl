000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PESELSAR.
000030 AUTHOR.        R-SZYMANSKI.
000040 INSTALLATION.  CUSTOMER-ONBOARDING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RS  ORIGINAL PROGRAM.  RIGHT-OF-ACCESS (SUBJECT
000110*                 ACCESS) DOSSIERS.  READS A FILE OF REQUESTING
000120*                 PESELS (PESELSAQ) - PESEL, DATE THE REQUEST WAS
000130*                 RECEIVED, AND COMPLIANCE'S REFERENCE - AND
000140*                 PRINTS ONE DOSSIER PER PERSON (PESELSAR) OF
000150*                 EVERYTHING HELD UNDER THE PESEL: THE CUSTMAS
000160*                 RECORD, ITS CHANGE JOURNAL (CUSTJRNL), THE LIVE
000170*                 AUDITLOG, THE AUDITLOG.ARCHIVE GENERATIONS, THE
000180*                 PESELEXC EXCEPTION QUEUE, AND THE PESELRGM
000190*                 REGISTRY MISMATCHES.  EVERY SOURCE GETS A
000200*                 SECTION, AND A SOURCE THAT HELD NOTHING SAYS SO.
000210*                 AN EARLIER OR LATER NUMBER THE REGISTRY ISSUED
000220*                 THE PERSON (CUSTXREF) IS SEARCHED AS WELL.  EACH
000230*                 REQUEST IS APPENDED TO THE COMPLIANCE LOG
000240*                 (PESELSAL) STAMPED WITH THE FULFILMENT DATE AND
000250*                 WHETHER IT MET THE ONE-MONTH DEADLINE.  A PESEL
000260*                 FAILING THE CHECKSUM IS REFUSED UNSEARCHED.
000261* 2026-10-15  RS  THREE MORE SOURCES ARE SEARCHED: THE GUARDIAN
000262*                 LINKS (GUARDLNK) WITH THE PERSON AS CHILD OR AS
000263*                 GUARDIAN, THE FRAUD-SCREEN HOLD FILE (FRAUDHLD),
000264*                 AND EVERY FRAUD-SCREEN ALERT GENERATION
000265*                 (FRAUDALR).
000266* 2026-10-15  RS  A TENTH SOURCE: THE BRANCH INTAKE SUSPENSE FILE
000267*                 (SUSPENSE), FOR ANY LINE OF A HELD TRANSMISSION
000268*                 CARRYING ONE OF THE PERSON'S NUMBERS.  THE
000269*                 DOSSIER TALLY AND THE LOG'S SOURCE COUNT ARE
000270*                 WIDENED TO TWO DIGITS.
000275*================================================================
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PESEL-ACCESS-REQ-FILE
000360         ASSIGN TO "PESELSAQ"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-REQFILE-STATUS.
000390
000400     SELECT CUSTOMER-MASTER-FILE
000410         ASSIGN TO "CUSTMAS"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS CM-PESEL
000450         ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-CUSTMAS-STATUS.
000480
000490     SELECT CUSTOMER-JOURNAL-FILE
000500         ASSIGN TO "CUSTJRNL"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CJ-KEY
000540         FILE STATUS IS WS-CUSTJRNL-STATUS.
000550
000560     SELECT CUSTOMER-XREF-FILE
000570         ASSIGN TO "CUSTXREF"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CX-OLD-PESEL
000610         ALTERNATE RECORD KEY IS CX-NEW-PESEL
000620             WITH DUPLICATES
000630         FILE STATUS IS WS-CUSTXREF-STATUS.
000640
000641     SELECT GUARDIAN-LINK-FILE
000642         ASSIGN TO "GUARDLNK"
000643         ORGANIZATION IS INDEXED
000644         ACCESS MODE IS DYNAMIC
000645         RECORD KEY IS GL-KEY
000646         ALTERNATE RECORD KEY IS GL-GUARDIAN-PESEL
000647             WITH DUPLICATES
000648         FILE STATUS IS WS-GUARDLNK-STATUS.
000649
000650     SELECT FRAUD-HOLD-FILE
000651         ASSIGN TO "FRAUDHLD"
000652         ORGANIZATION IS INDEXED
000653         ACCESS MODE IS RANDOM
000654         RECORD KEY IS FH-PESEL
000655         FILE STATUS IS WS-FRAUDHLD-STATUS.
000656
000657     SELECT SUSPENSE-FILE
000658         ASSIGN TO "SUSPENSE"
000659         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000661         RECORD KEY IS SU-KEY
000662         FILE STATUS IS WS-SUSPENSE-STATUS.
000664
000666     SELECT AUDIT-LOG-FILE
000668         ASSIGN TO "AUDITLOG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-AUDITLOG-STATUS.
000690
000700     SELECT AUDIT-ARCHIVE-FILE
000710         ASSIGN TO "AUDITARC"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-AUDITARC-STATUS.
000740
000750     SELECT PESEL-EXC-FILE
000760         ASSIGN TO "PESELEXC"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-EXCFILE-STATUS.
000790
000800     SELECT PESEL-MISMATCH-FILE
000810         ASSIGN TO "PESELRGM"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-MISFILE-STATUS.
000831
000832     SELECT FRAUD-ALERT-FILE
000833         ASSIGN TO "FRAUDALR"
000834         ORGANIZATION IS LINE SEQUENTIAL
000835         FILE STATUS IS WS-FRAUDALR-STATUS.
000840
000850     SELECT SORT-WORK-FILE
000860         ASSIGN TO "SORTWK01".
000870
000880     SELECT PESEL-DOSSIER-FILE
000890         ASSIGN TO "PESELSAR"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-DOSSIER-STATUS.
000920
000930     SELECT PESEL-ACCESS-LOG-FILE
000940         ASSIGN TO "PESELSAL"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-SARLOG-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  PESEL-ACCESS-REQ-FILE.
001010 01  PESEL-ACCESS-REQ-RECORD.
001020     05  SAQ-PESEL               PIC X(11).
001030     05  FILLER                  PIC X(01).
001040     05  SAQ-RECEIVED            PIC X(08).
001050     05  FILLER                  PIC X(01).
001060     05  SAQ-REFERENCE           PIC X(12).
001070
001080 FD  CUSTOMER-MASTER-FILE.
001090     COPY CUSTMAS.
001100
001110 FD  CUSTOMER-JOURNAL-FILE.
001120     COPY CUSTJRNL.
001130
001140 FD  CUSTOMER-XREF-FILE.
001150     COPY CUSTXREF.
001160
001161 FD  GUARDIAN-LINK-FILE.
001162     COPY GUARDLNK.
001163
001164 FD  FRAUD-HOLD-FILE.
001165     COPY FRAUDHLD.
001166
001167 FD  SUSPENSE-FILE.
001168     COPY SUSPENSE.
001169
001170 FD  AUDIT-LOG-FILE.
001180 01  AUDIT-LIVE-RECORD          PIC X(80).
001190
001200 FD  AUDIT-ARCHIVE-FILE.
001210 01  AUDIT-ARCHIVE-RECORD       PIC X(80).
001220
001230 FD  PESEL-EXC-FILE.
001240     COPY PESELEXC.
001250
001260 FD  PESEL-MISMATCH-FILE.
001270     COPY PESELRGM.
001272
001274 FD  FRAUD-ALERT-FILE.
001276     COPY FRAUDALR.
001280
001290 SD  SORT-WORK-FILE.
001300 01  SR-RECORD.
001310     05  SR-SUBJ              PIC 9(04).
001320     05  SR-SOURCE            PIC 9(02).
001330     05  SR-SEQ               PIC 9(08).
001340     05  SR-TEXT              PIC X(120).
001350
001360 FD  PESEL-DOSSIER-FILE.
001370 01  PESEL-DOSSIER-RECORD        PIC X(120).
001380
001390 FD  PESEL-ACCESS-LOG-FILE.
001400 01  PESEL-ACCESS-LOG-RECORD     PIC X(100).
001410
001420 WORKING-STORAGE SECTION.
001430 77  WS-REQFILE-STATUS    PIC X(02) VALUE SPACES.
001440 77  WS-CUSTMAS-STATUS    PIC X(02) VALUE SPACES.
001450 77  WS-CUSTJRNL-STATUS   PIC X(02) VALUE SPACES.
001460 77  WS-CUSTXREF-STATUS   PIC X(02) VALUE SPACES.
001463 77  WS-GUARDLNK-STATUS   PIC X(02) VALUE SPACES.
001466 77  WS-FRAUDHLD-STATUS   PIC X(02) VALUE SPACES.
001468 77  WS-SUSPENSE-STATUS   PIC X(02) VALUE SPACES.
001470 77  WS-AUDITLOG-STATUS   PIC X(02) VALUE SPACES.
001480 77  WS-AUDITARC-STATUS   PIC X(02) VALUE SPACES.
001490 77  WS-EXCFILE-STATUS    PIC X(02) VALUE SPACES.
001500 77  WS-MISFILE-STATUS    PIC X(02) VALUE SPACES.
001505 77  WS-FRAUDALR-STATUS   PIC X(02) VALUE SPACES.
001510 77  WS-DOSSIER-STATUS    PIC X(02) VALUE SPACES.
001520 77  WS-SARLOG-STATUS     PIC X(02) VALUE SPACES.
001530
001540*----------------------------------------------------------------
001550* BOTH AUDIT LOG FILES ARE READ INTO THE ONE BROKEN-OUT LAYOUT.
001560*----------------------------------------------------------------
001570     COPY AUDITLOG.
001580
001590*----------------------------------------------------------------
001600* THE REQUESTED PESEL, BROKEN OUT FOR THE CHECKSUM GATE - THE
001610* 2200 PARAGRAPH BELOW IS A PORT OF PESEL.CBL'S AND MUST STAY
001620* IN STEP WITH IT.
001630*----------------------------------------------------------------
001640 01  WS-PESEL.
001650     03  WS-PESEL-MAIN           PIC 9(10).
001660     03  WS-PESEL-CHECK-DIGIT    PIC 9(1).
001670
001680 77  WS-CHECK-PARTIAL  PIC 99.
001690 77  WS-CHECK-TOTAL    PIC 999 VALUE 0.
001700 77  WS-CHECK-DIGIT    PIC 9.
001710
001720 01  WS-SWITCHES.
001730     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
001740         88  WS-END-OF-REQUESTS      VALUE 'Y'.
001750     05  WS-SCAN-EOF-SWITCH   PIC X(01) VALUE 'N'.
001760         88  WS-END-OF-SCAN          VALUE 'Y'.
001770     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE 'N'.
001780         88  WS-END-OF-SORT          VALUE 'Y'.
001790     05  WS-JRNL-OPEN-SWITCH  PIC X(01) VALUE 'N'.
001800         88  WS-JRNL-AVAILABLE       VALUE 'Y'.
001810     05  WS-JRNL-BROWSE-SWITCH PIC X(01) VALUE 'N'.
001820         88  WS-JRNL-BROWSE-DONE     VALUE 'Y'.
001830     05  WS-XREF-OPEN-SWITCH  PIC X(01) VALUE 'N'.
001840         88  WS-XREF-AVAILABLE       VALUE 'Y'.
001850     05  WS-XREF-BROWSE-SWITCH PIC X(01) VALUE 'N'.
001860         88  WS-XREF-BROWSE-DONE     VALUE 'Y'.
001861     05  WS-LINK-OPEN-SWITCH  PIC X(01) VALUE 'N'.
001862         88  WS-LINK-AVAILABLE       VALUE 'Y'.
001863     05  WS-LINK-BROWSE-SWITCH PIC X(01) VALUE 'N'.
001864         88  WS-LINK-BROWSE-DONE     VALUE 'Y'.
001865     05  WS-HOLD-OPEN-SWITCH  PIC X(01) VALUE 'N'.
001866         88  WS-HOLD-AVAILABLE       VALUE 'Y'.
001867     05  WS-SUS-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001868         88  WS-SUS-AVAILABLE        VALUE 'Y'.
001870     05  WS-CAND-HIT-SWITCH   PIC X(01) VALUE 'N'.
001880         88  WS-CAND-HIT             VALUE 'Y'.
001890
001900 01  WS-JOB-ID            PIC X(08) VALUE SPACES.
001910
001920 01  WS-TIMESTAMP.
001930     05  WS-TS-RAW.
001940         10  WS-TS-YEAR       PIC 9(4).
001950         10  WS-TS-MONTH      PIC 9(2).
001960         10  WS-TS-DAY        PIC 9(2).
001970         10  WS-TS-HOUR       PIC 9(2).
001980         10  WS-TS-MINUTE     PIC 9(2).
001990         10  WS-TS-SECOND     PIC 9(2).
002000         10  FILLER           PIC X(09).
002010     05  WS-TS-DISP       PIC X(19).
002020
002030*----------------------------------------------------------------
002040* FULFILMENT DATE (THE RUN DATE) AGAINST THE STATUTORY DEADLINE
002050* OF ONE CALENDAR MONTH FROM RECEIPT.  A DEADLINE FALLING ON A
002060* DAY THE MONTH DOES NOT HAVE (31 JANUARY -> 31 FEBRUARY) IS
002070* PULLED BACK TO THE MONTH'S LAST DAY.
002080*----------------------------------------------------------------
002090 01  WS-TODAY-NUM         PIC 9(08) VALUE 0.
002100 01  WS-TODAY-DISP        PIC X(10) VALUE SPACES.
002110 01  WS-RECEIVED.
002120     05  WS-RCV-YEAR          PIC 9(04).
002130     05  WS-RCV-MONTH         PIC 9(02).
002140     05  WS-RCV-DAY           PIC 9(02).
002150 01  WS-RECEIVED-NUM REDEFINES WS-RECEIVED PIC 9(08).
002160 01  WS-DEADLINE.
002170     05  WS-DL-YEAR           PIC 9(04).
002180     05  WS-DL-MONTH          PIC 9(02).
002190     05  WS-DL-DAY            PIC 9(02).
002200 01  WS-DEADLINE-NUM REDEFINES WS-DEADLINE PIC 9(08).
002210 77  WS-DAYS-ELAPSED      PIC S9(5) COMP VALUE 0.
002220
002230*----------------------------------------------------------------
002240* ONE ENTRY PER REQUEST LINE, IN FILE ORDER - THE DOSSIERS COME
002250* OUT IN THE SAME ORDER.  WS-SUBJ-HITS COUNTS WHAT EACH OF THE
002260* TEN SOURCES HELD FOR THE PERSON.
002270*----------------------------------------------------------------
002280 01  WS-SUBJECT-TABLE.
002290     05  WS-SUBJ-COUNT        PIC 9(4) COMP VALUE 0.
002300     05  WS-SUBJ-MAX          PIC 9(4) COMP VALUE 200.
002310     05  WS-SUBJ-ENTRY OCCURS 200 TIMES.
002320         10  WS-SUBJ-PESEL        PIC X(11).
002330         10  WS-SUBJ-RECEIVED     PIC X(08).
002340         10  WS-SUBJ-REFERENCE    PIC X(12).
002350         10  WS-SUBJ-STATE        PIC X(01).
002360             88  WS-SUBJ-REFUSED          VALUE 'R'.
002370         10  WS-SUBJ-HITS         PIC 9(7) COMP OCCURS 10 TIMES.
002380 77  WS-SUBJ-SUB          PIC 9(4) COMP VALUE 0.
002390
002400*----------------------------------------------------------------
002410* EVERY NUMBER SEARCHED, WITH THE REQUEST IT BELONGS TO: THE
002420* REQUESTED PESEL ('R'), ANY EARLIER NUMBER THE REGISTRY
002430* REPLACED WITH IT ('O'), AND THE NUMBER THE REGISTRY ISSUED IN
002440* ITS PLACE IF IT HAS ITSELF BEEN REPLACED ('N').  A REQUEST'S
002450* NUMBERS ARE ALWAYS NEXT TO EACH OTHER IN THE TABLE.
002460*----------------------------------------------------------------
002470 01  WS-KEY-TABLE.
002480     05  WS-KEY-COUNT         PIC 9(4) COMP VALUE 0.
002490     05  WS-KEY-MAX           PIC 9(4) COMP VALUE 1000.
002500     05  WS-KEY-ENTRY OCCURS 1000 TIMES.
002510         10  WS-KEY-PESEL         PIC X(11).
002520         10  WS-KEY-SUBJ          PIC 9(4) COMP.
002530         10  WS-KEY-HOW           PIC X(01).
002540             88  WS-KEY-REQUESTED         VALUE 'R'.
002550             88  WS-KEY-OLDER             VALUE 'O'.
002560             88  WS-KEY-NEWER             VALUE 'N'.
002570 77  WS-KEY-SUB           PIC 9(4) COMP VALUE 0.
002580 01  WS-NEW-KEY-PESEL     PIC X(11).
002590 01  WS-NEW-KEY-HOW       PIC X(01).
002600 01  WS-BROWSE-PESEL      PIC 9(11).
002610
002620*----------------------------------------------------------------
002630* THE PESELS ONE SEQUENTIAL RECORD CARRIES - UP TO SIX ON AN
002640* EXCEPTION RECORD (THE REJECTED NUMBER AND ITS SUGGESTIONS).
002650*----------------------------------------------------------------
002660 01  WS-CANDIDATES.
002670     05  WS-CAND-COUNT        PIC 9(4) COMP VALUE 0.
002680     05  WS-CAND              PIC X(11) OCCURS 6 TIMES.
002690 77  WS-CAND-SUB          PIC 9(4) COMP VALUE 0.
002700 77  WS-LAST-SUBJ         PIC 9(4) COMP VALUE 0.
002710
002720 01  WS-SOURCE-NAMES.
002730     05  FILLER               PIC X(40)
002740             VALUE "CUSTOMER MASTER (CUSTMAS)".
002750     05  FILLER               PIC X(40)
002760             VALUE "CUSTOMER CHANGE JOURNAL (CUSTJRNL)".
002770     05  FILLER               PIC X(40)
002780             VALUE "LIVE ONBOARDING AUDIT LOG (AUDITLOG)".
002790     05  FILLER               PIC X(40)
002800             VALUE "ARCHIVED AUDIT LOG (AUDITLOG.ARCHIVE)".
002810     05  FILLER               PIC X(40)
002820             VALUE "CHECKSUM EXCEPTION QUEUE (PESELEXC)".
002830     05  FILLER               PIC X(40)
002840             VALUE "REGISTRY MISMATCHES (PESELRGM)".
002841     05  FILLER               PIC X(40)
002842             VALUE "GUARDIAN LINKS (GUARDLNK)".
002843     05  FILLER               PIC X(40)
002844             VALUE "FRAUD-SCREEN HOLDS (FRAUDHLD)".
002845     05  FILLER               PIC X(40)
002846             VALUE "FRAUD-SCREEN ALERTS (FRAUDALR)".
002847     05  FILLER               PIC X(40)
002848             VALUE "HELD BRANCH INTAKE FILES (SUSPENSE)".
002850 01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
002860     05  WS-SOURCE-NAME       PIC X(40) OCCURS 10 TIMES.
002870 77  WS-SRC-SUB           PIC 9(4) COMP VALUE 0.
002880 77  WS-SRC-MAX           PIC 9(4) COMP VALUE 10.
002890
002900*----------------------------------------------------------------
002910* LINE BEING HANDED TO THE SORT, AND WHOSE DOSSIER AND WHICH
002920* SECTION IT BELONGS IN.
002930*----------------------------------------------------------------
002940 77  WS-REL-SUBJ          PIC 9(4) COMP VALUE 0.
002950 77  WS-REL-SOURCE        PIC 9(4) COMP VALUE 0.
002960 77  WS-RELEASE-SEQ       PIC 9(8) COMP VALUE 0.
002970 01  WS-HOLD-TEXT         PIC X(120).
002980 01  WS-WORD              PIC X(12).
002982 01  WS-LINK-ROLE         PIC X(11).
002984 01  WS-LINK-STATE        PIC X(06).
002986 01  WS-DATE-TEXT         PIC X(10).
002988 01  WS-DETAIL-LABEL      PIC X(10).
002990
003000 77  WS-EMPTY-SOURCES     PIC 9(4) COMP VALUE 0.
003010 77  WS-HIT-SOURCES       PIC 9(4) COMP VALUE 0.
003020 01  WS-RESULT            PIC X(09).
003030
003040 01  WS-STATS.
003050     05  WS-CNT-REQUESTS      PIC 9(7) COMP VALUE 0.
003060     05  WS-CNT-FULFILLED     PIC 9(7) COMP VALUE 0.
003070     05  WS-CNT-REFUSED       PIC 9(7) COMP VALUE 0.
003080     05  WS-CNT-LATE          PIC 9(7) COMP VALUE 0.
003090     05  WS-CNT-OVERFLOW      PIC 9(7) COMP VALUE 0.
003100     05  WS-CNT-LIVE-READ     PIC 9(7) COMP VALUE 0.
003110     05  WS-CNT-ARCH-READ     PIC 9(9) COMP VALUE 0.
003120     05  WS-CNT-EXC-READ      PIC 9(7) COMP VALUE 0.
003130     05  WS-CNT-MIS-READ      PIC 9(7) COMP VALUE 0.
003135     05  WS-CNT-ALR-READ      PIC 9(7) COMP VALUE 0.
003137     05  WS-CNT-SUS-READ      PIC 9(7) COMP VALUE 0.
003140
003150*----------------------------------------------------------------
003160* DOSSIER PRINT LINES.
003170*----------------------------------------------------------------
003180 01  WS-DOS-RULE          PIC X(100) VALUE ALL "=".
003190
003200 01  WS-DOS-INFO-LINE.
003210     05  DOS-LABEL            PIC X(22).
003220     05  DOS-VALUE            PIC X(78).
003230
003240 01  WS-DOS-COUNT-LINE.
003250     05  FILLER               PIC X(02) VALUE SPACES.
003260     05  DOS-COUNT            PIC ZZZZZZ9.
003270     05  FILLER               PIC X(31)
003280             VALUE " ITEM(S) FOUND IN THIS SOURCE".
003290
003300 01  WS-DOS-TALLY-LINE.
003310     05  FILLER               PIC X(18)
003320             VALUE "SOURCES SEARCHED: ".
003330     05  DOS-SEARCHED         PIC Z9.
003340     05  FILLER               PIC X(14) VALUE "   DATA HELD: ".
003350     05  DOS-WITH-DATA        PIC Z9.
003360     05  FILLER               PIC X(18)
003370             VALUE "   NOTHING FOUND: ".
003380     05  DOS-NOTHING          PIC Z9.
003390
003400*----------------------------------------------------------------
003410* COMPLIANCE LOG LINE - ONE PER REQUEST, APPENDED RUN AFTER RUN.
003420* THE FULFILMENT DATE IS THE DATE THE DOSSIER WAS PRODUCED;
003430* TIMELINESS IS "ON TIME" OR "LATE" AGAINST THE DEADLINE, OR
003440* "NO DATE" WHEN THE REQUEST LINE CARRIED NO VALID RECEIPT DATE.
003450*----------------------------------------------------------------
003460 01  WS-LOG-LINE.
003470     05  SAL-FULFILLED        PIC X(10).
003480     05  FILLER               PIC X(02) VALUE SPACES.
003490     05  SAL-JOB-ID           PIC X(08).
003500     05  FILLER               PIC X(02) VALUE SPACES.
003510     05  SAL-PESEL            PIC X(11).
003520     05  FILLER               PIC X(02) VALUE SPACES.
003530     05  SAL-REFERENCE        PIC X(12).
003540     05  FILLER               PIC X(02) VALUE SPACES.
003550     05  SAL-RECEIVED         PIC X(10).
003560     05  FILLER               PIC X(02) VALUE SPACES.
003570     05  SAL-DEADLINE         PIC X(10).
003580     05  FILLER               PIC X(02) VALUE SPACES.
003590     05  SAL-DAYS             PIC ZZZ9.
003600     05  FILLER               PIC X(02) VALUE SPACES.
003610     05  SAL-TIMELINESS       PIC X(07).
003620     05  FILLER               PIC X(02) VALUE SPACES.
003630     05  SAL-RESULT           PIC X(09).
003640     05  FILLER               PIC X(01) VALUE SPACES.
003650     05  SAL-SOURCES-HIT      PIC Z9.
003660
003670 PROCEDURE DIVISION.
003680*================================================================
003690*    0000-MAINLINE
003700*================================================================
003710 0000-MAINLINE.
003720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003730     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
003740     PERFORM 1200-LOAD-REQUEST THRU 1200-EXIT
003750         UNTIL WS-END-OF-REQUESTS.
003760     SORT SORT-WORK-FILE
003770         ON ASCENDING KEY SR-SUBJ SR-SOURCE SR-SEQ
003780         INPUT PROCEDURE IS 3000-COLLECT-HOLDINGS
003790             THRU 3000-EXIT
003800         OUTPUT PROCEDURE IS 5000-PRINT-DOSSIERS
003810             THRU 5000-EXIT.
003820     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003830     STOP RUN.
003840
003850*================================================================
003860*    1000-INITIALIZE
003870*================================================================
003880 1000-INITIALIZE.
003890     ACCEPT WS-JOB-ID FROM COMMAND-LINE.
003900     IF WS-JOB-ID = SPACES
003910         MOVE "BATCH" TO WS-JOB-ID
003920     END-IF.
003930     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
003940     MOVE WS-TS-RAW(1:8) TO WS-TODAY-NUM.
003950     STRING WS-TS-YEAR "-" WS-TS-MONTH "-" WS-TS-DAY
003960         DELIMITED BY SIZE INTO WS-TODAY-DISP.
003970     OPEN INPUT PESEL-ACCESS-REQ-FILE.
003980     IF WS-REQFILE-STATUS NOT = "00"
003990         DISPLAY "PESEL0105E PESELSAQ COULD NOT BE OPENED, "
004000             "FILE STATUS=" WS-REQFILE-STATUS
004010         MOVE 16 TO RETURN-CODE
004020         STOP RUN
004030     END-IF.
004040     OPEN INPUT CUSTOMER-MASTER-FILE.
004050     IF WS-CUSTMAS-STATUS NOT = "00"
004060         DISPLAY "PESEL0106E CUSTMAS COULD NOT BE OPENED, "
004070             "FILE STATUS=" WS-CUSTMAS-STATUS
004080         MOVE 16 TO RETURN-CODE
004090         STOP RUN
004100     END-IF.
004110*    NO JOURNAL, CROSS-REFERENCE, GUARDIAN LINK, OR HOLD FILE YET
004120*    SIMPLY MEANS NOTHING HAS BEEN JOURNALED, RENUMBERED, LINKED,
004130*    OR HELD - THE SOURCE IS SEARCHED AND FOUND EMPTY.
004140     OPEN INPUT CUSTOMER-JOURNAL-FILE.
004150     IF WS-CUSTJRNL-STATUS = "00"
004160         MOVE 'Y' TO WS-JRNL-OPEN-SWITCH
004170     ELSE
004180         IF WS-CUSTJRNL-STATUS NOT = "35"
004190             DISPLAY "PESEL0107E CUSTJRNL COULD NOT BE OPENED, "
004200                 "FILE STATUS=" WS-CUSTJRNL-STATUS
004210             MOVE 16 TO RETURN-CODE
004220             STOP RUN
004230         END-IF
004240     END-IF.
004250     OPEN INPUT CUSTOMER-XREF-FILE.
004260     IF WS-CUSTXREF-STATUS = "00"
004270         MOVE 'Y' TO WS-XREF-OPEN-SWITCH
004280     ELSE
004290         IF WS-CUSTXREF-STATUS NOT = "35"
004300             DISPLAY "PESEL0108E CUSTXREF COULD NOT BE OPENED, "
004310                 "FILE STATUS=" WS-CUSTXREF-STATUS
004311             MOVE 16 TO RETURN-CODE
004312             STOP RUN
004313         END-IF
004314     END-IF.
004315     OPEN INPUT GUARDIAN-LINK-FILE.
004316     IF WS-GUARDLNK-STATUS = "00"
004317         MOVE 'Y' TO WS-LINK-OPEN-SWITCH
004318     ELSE
004319         IF WS-GUARDLNK-STATUS NOT = "35"
004320             DISPLAY "PESEL0220E GUARDLNK COULD NOT BE OPENED, "
004321                 "FILE STATUS=" WS-GUARDLNK-STATUS
004322             MOVE 16 TO RETURN-CODE
004323             STOP RUN
004324         END-IF
004325     END-IF.
004326     OPEN INPUT FRAUD-HOLD-FILE.
004327     IF WS-FRAUDHLD-STATUS = "00"
004328         MOVE 'Y' TO WS-HOLD-OPEN-SWITCH
004329     ELSE
004330         IF WS-FRAUDHLD-STATUS NOT = "35"
004331             DISPLAY "PESEL0221E FRAUDHLD COULD NOT BE OPENED, "
004332                 "FILE STATUS=" WS-FRAUDHLD-STATUS
004333             MOVE 16 TO RETURN-CODE
004334             STOP RUN
004335         END-IF
004336     END-IF.
004337     OPEN INPUT SUSPENSE-FILE.
004338     IF WS-SUSPENSE-STATUS = "00"
004339         MOVE 'Y' TO WS-SUS-OPEN-SWITCH
004340     ELSE
004341         IF WS-SUSPENSE-STATUS NOT = "35"
004342             DISPLAY "PESEL0224E SUSPENSE COULD NOT BE OPENED, "
004343                 "FILE STATUS=" WS-SUSPENSE-STATUS
004344             MOVE 16 TO RETURN-CODE
004345             STOP RUN
004346         END-IF
004350     END-IF.
004360     OPEN OUTPUT PESEL-DOSSIER-FILE.
004370     IF WS-DOSSIER-STATUS NOT = "00"
004380         DISPLAY "PESEL0113E PESELSAR COULD NOT BE OPENED, "
004390             "FILE STATUS=" WS-DOSSIER-STATUS
004400         MOVE 16 TO RETURN-CODE
004410         STOP RUN
004420     END-IF.
004430     OPEN EXTEND PESEL-ACCESS-LOG-FILE.
004440     IF WS-SARLOG-STATUS = "35"
004450         OPEN OUTPUT PESEL-ACCESS-LOG-FILE
004460     END-IF.
004470     IF WS-SARLOG-STATUS NOT = "00"
004480         DISPLAY "PESEL0114E PESELSAL COULD NOT BE OPENED, "
004490             "FILE STATUS=" WS-SARLOG-STATUS
004500         MOVE 16 TO RETURN-CODE
004510         STOP RUN
004520     END-IF.
004530 1000-EXIT.
004540     EXIT.
004550
004560*================================================================
004570*    1100-READ-REQUEST
004580*================================================================
004590 1100-READ-REQUEST.
004600     READ PESEL-ACCESS-REQ-FILE
004610         AT END
004620             MOVE 'Y' TO WS-EOF-SWITCH
004630     END-READ.
004640 1100-EXIT.
004650     EXIT.
004660
004670*================================================================
004680*    1200-LOAD-REQUEST
004690*    THE CHECKSUM GATE COMES FIRST: A REQUEST THAT FAILS IT IS
004700*    KEPT (IT STILL GETS A DOSSIER PAGE SAYING WHY AND A LOG
004710*    LINE) BUT NOTHING IS SEARCHED FOR IT - A MISKEYED NUMBER
004720*    MUST NOT HAND ONE PERSON ANOTHER PERSON'S DATA.
004730*================================================================
004740 1200-LOAD-REQUEST.
004750     IF SAQ-PESEL = SPACES
004760         GO TO 1200-NEXT
004770     END-IF.
004780     ADD 1 TO WS-CNT-REQUESTS.
004790     IF WS-SUBJ-COUNT NOT < WS-SUBJ-MAX
004800         DISPLAY "PESEL0115W REQUEST TABLE FULL AT " WS-SUBJ-MAX
004810             " - PESEL " SAQ-PESEL " NOT PROCESSED, RESUBMIT IT"
004820         ADD 1 TO WS-CNT-OVERFLOW
004830         GO TO 1200-NEXT
004840     END-IF.
004850     ADD 1 TO WS-SUBJ-COUNT.
004860     MOVE WS-SUBJ-COUNT TO WS-SUBJ-SUB.
004870     INITIALIZE WS-SUBJ-ENTRY(WS-SUBJ-SUB).
004880     MOVE SAQ-PESEL     TO WS-SUBJ-PESEL(WS-SUBJ-SUB).
004890     MOVE SAQ-RECEIVED  TO WS-SUBJ-RECEIVED(WS-SUBJ-SUB).
004900     MOVE SAQ-REFERENCE TO WS-SUBJ-REFERENCE(WS-SUBJ-SUB).
004910     IF SAQ-PESEL NOT NUMERIC
004920         MOVE 'R' TO WS-SUBJ-STATE(WS-SUBJ-SUB)
004930         GO TO 1200-NEXT
004940     END-IF.
004950     MOVE SAQ-PESEL TO WS-PESEL.
004960     PERFORM 2200-CALC-CHECKSUM THRU 2200-EXIT.
004970     IF WS-CHECK-DIGIT NOT = WS-PESEL-CHECK-DIGIT
004980         MOVE 'R' TO WS-SUBJ-STATE(WS-SUBJ-SUB)
004990         GO TO 1200-NEXT
005000     END-IF.
005010     MOVE SAQ-PESEL TO WS-NEW-KEY-PESEL.
005020     MOVE 'R'       TO WS-NEW-KEY-HOW.
005030     PERFORM 1300-ADD-KEY THRU 1300-EXIT.
005040     IF WS-XREF-AVAILABLE
005050         PERFORM 1400-ADD-XREF-KEYS THRU 1400-EXIT
005060     END-IF.
005070 1200-NEXT.
005080     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
005090 1200-EXIT.
005100     EXIT.
005110
005120*================================================================
005130*    1300-ADD-KEY
005140*================================================================
005150 1300-ADD-KEY.
005160     IF WS-KEY-COUNT NOT < WS-KEY-MAX
005170         DISPLAY "PESEL0115W SEARCH KEY TABLE FULL AT " WS-KEY-MAX
005180             " - PESEL " WS-NEW-KEY-PESEL " NOT SEARCHED"
005190         ADD 1 TO WS-CNT-OVERFLOW
005200         GO TO 1300-EXIT
005210     END-IF.
005220     ADD 1 TO WS-KEY-COUNT.
005230     MOVE WS-NEW-KEY-PESEL TO WS-KEY-PESEL(WS-KEY-COUNT).
005240     MOVE WS-SUBJ-SUB      TO WS-KEY-SUBJ(WS-KEY-COUNT).
005250     MOVE WS-NEW-KEY-HOW   TO WS-KEY-HOW(WS-KEY-COUNT).
005260 1300-EXIT.
005270     EXIT.
005280
005290*================================================================
005300*    1400-ADD-XREF-KEYS
005310*    THE NUMBER THE REGISTRY ISSUED IN PLACE OF THE REQUESTED
005320*    ONE (A DIRECT READ ON THE OLD-PESEL KEY), THEN EVERY
005330*    EARLIER NUMBER IT REPLACED (A BROWSE ON THE NEW-PESEL
005340*    ALTERNATE KEY) - ONE LEVEL EACH WAY, AS IN PESELERA.
005350*================================================================
005360 1400-ADD-XREF-KEYS.
005370     MOVE WS-PESEL TO CX-OLD-PESEL.
005380     READ CUSTOMER-XREF-FILE
005390         KEY IS CX-OLD-PESEL
005400         INVALID KEY
005410             CONTINUE
005420         NOT INVALID KEY
005430             MOVE CX-NEW-PESEL TO WS-NEW-KEY-PESEL
005440             MOVE 'N'          TO WS-NEW-KEY-HOW
005450             PERFORM 1300-ADD-KEY THRU 1300-EXIT
005460     END-READ.
005470     MOVE 'N'      TO WS-XREF-BROWSE-SWITCH.
005480     MOVE WS-PESEL TO CX-NEW-PESEL.
005490     START CUSTOMER-XREF-FILE KEY IS EQUAL TO CX-NEW-PESEL
005500         INVALID KEY
005510             GO TO 1400-EXIT
005520     END-START.
005530     PERFORM 1410-ADD-OLDER-NUMBER THRU 1410-EXIT
005540         UNTIL WS-XREF-BROWSE-DONE.
005550 1400-EXIT.
005560     EXIT.
005570
005580 1410-ADD-OLDER-NUMBER.
005590     READ CUSTOMER-XREF-FILE NEXT RECORD
005600         AT END
005610             MOVE 'Y' TO WS-XREF-BROWSE-SWITCH
005620             GO TO 1410-EXIT
005630     END-READ.
005640     IF CX-NEW-PESEL NOT = WS-PESEL
005650         MOVE 'Y' TO WS-XREF-BROWSE-SWITCH
005660         GO TO 1410-EXIT
005670     END-IF.
005680     MOVE CX-OLD-PESEL TO WS-NEW-KEY-PESEL.
005690     MOVE 'O'          TO WS-NEW-KEY-HOW.
005700     PERFORM 1300-ADD-KEY THRU 1300-EXIT.
005710 1410-EXIT.
005720     EXIT.
005730
005740 2200-CALC-CHECKSUM.
005750* PESEL: [ABCDEFGHIJK]
005760* K=(9*A + 7*B + 3*C + D + 9*E + 7*F + 3*G + H + 9*I + 7*J) MOD 10
005770     MOVE 0 TO WS-CHECK-TOTAL.
005780
005790     MOVE WS-PESEL(1:1) TO WS-CHECK-PARTIAL.
005800     MULTIPLY 9 BY WS-CHECK-PARTIAL.
005810     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
005820
005830     MOVE WS-PESEL(2:1) TO WS-CHECK-PARTIAL.
005840     MULTIPLY 7 BY WS-CHECK-PARTIAL.
005850     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
005860
005870     MOVE WS-PESEL(3:1) TO WS-CHECK-PARTIAL.
005880     MULTIPLY 3 BY WS-CHECK-PARTIAL.
005890     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
005900
005910     MOVE WS-PESEL(4:1) TO WS-CHECK-PARTIAL.
005920     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
005930
005940     MOVE WS-PESEL(5:1) TO WS-CHECK-PARTIAL.
005950     MULTIPLY 9 BY WS-CHECK-PARTIAL.
005960     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
005970
005980     MOVE WS-PESEL(6:1) TO WS-CHECK-PARTIAL.
005990     MULTIPLY 7 BY WS-CHECK-PARTIAL.
006000     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
006010
006020     MOVE WS-PESEL(7:1) TO WS-CHECK-PARTIAL.
006030     MULTIPLY 3 BY WS-CHECK-PARTIAL.
006040     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
006050
006060     MOVE WS-PESEL(8:1) TO WS-CHECK-PARTIAL.
006070     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
006080
006090     MOVE WS-PESEL(9:1) TO WS-CHECK-PARTIAL.
006100     MULTIPLY 9 BY WS-CHECK-PARTIAL.
006110     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
006120
006130     MOVE WS-PESEL(10:1) TO WS-CHECK-PARTIAL.
006140     MULTIPLY 7 BY WS-CHECK-PARTIAL.
006150     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
006160
006170     MOVE WS-CHECK-TOTAL(3:1) TO WS-CHECK-DIGIT.
006180 2200-EXIT.
006190     EXIT.
006200
006210*================================================================
006220*    3000-COLLECT-HOLDINGS
006230*    THE SORT INPUT PROCEDURE.  THE KEYED FILES ARE READ PER
006240*    NUMBER SEARCHED; THE SEQUENTIAL ONES ARE PASSED ONCE EACH,
006250*    EVERY RECORD CHECKED AGAINST ALL THE NUMBERS AT ONCE.  EACH
006260*    HIT IS RELEASED AS A PRINTABLE LINE TAGGED WITH ITS REQUEST
006270*    AND SOURCE, SO THE SORT HANDS THEM BACK DOSSIER BY DOSSIER.
006280*================================================================
006290 3000-COLLECT-HOLDINGS.
006300     MOVE 1 TO WS-REL-SOURCE.
006310     PERFORM 3100-COLLECT-MASTER THRU 3100-EXIT
006320         VARYING WS-KEY-SUB FROM 1 BY 1
006330         UNTIL WS-KEY-SUB > WS-KEY-COUNT.
006340     IF WS-JRNL-AVAILABLE
006350         MOVE 2 TO WS-REL-SOURCE
006360         PERFORM 3200-COLLECT-JOURNAL THRU 3200-EXIT
006370             VARYING WS-KEY-SUB FROM 1 BY 1
006380             UNTIL WS-KEY-SUB > WS-KEY-COUNT
006390     END-IF.
006391     IF WS-LINK-AVAILABLE
006392         MOVE 7 TO WS-REL-SOURCE
006393         PERFORM 3250-COLLECT-GUARDIAN-LINKS THRU 3250-EXIT
006394             VARYING WS-KEY-SUB FROM 1 BY 1
006395             UNTIL WS-KEY-SUB > WS-KEY-COUNT
006396     END-IF.
006397     IF WS-HOLD-AVAILABLE
006398         MOVE 8 TO WS-REL-SOURCE
006399         PERFORM 3290-COLLECT-FRAUD-HOLD THRU 3290-EXIT
006400             VARYING WS-KEY-SUB FROM 1 BY 1
006401             UNTIL WS-KEY-SUB > WS-KEY-COUNT
006402     END-IF.
006406     PERFORM 3300-SCAN-LIVE-AUDIT THRU 3300-EXIT.
006410     PERFORM 3400-SCAN-ARCHIVED-AUDIT THRU 3400-EXIT.
006420     PERFORM 3500-SCAN-EXCEPTIONS THRU 3500-EXIT.
006430     PERFORM 3600-SCAN-MISMATCHES THRU 3600-EXIT.
006435     PERFORM 3700-SCAN-FRAUD-ALERTS THRU 3700-EXIT.
006436     IF WS-SUS-AVAILABLE
006437         PERFORM 3750-SCAN-SUSPENSE THRU 3750-EXIT
006438     END-IF.
006440 3000-EXIT.
006450     EXIT.
006460
006470*================================================================
006480*    3100-COLLECT-MASTER
006490*================================================================
006500 3100-COLLECT-MASTER.
006510     MOVE WS-KEY-PESEL(WS-KEY-SUB) TO CM-PESEL.
006520     READ CUSTOMER-MASTER-FILE
006530         INVALID KEY
006540             GO TO 3100-EXIT
006550     END-READ.
006560     MOVE WS-KEY-SUBJ(WS-KEY-SUB) TO WS-REL-SUBJ.
006570     ADD 1 TO WS-SUBJ-HITS(WS-REL-SUBJ, WS-REL-SOURCE).
006580     EVALUATE TRUE
006590         WHEN CM-ACTIVE
006600             MOVE "ACTIVE"     TO WS-WORD
006610         WHEN CM-INACTIVE
006620             MOVE "INACTIVE"   TO WS-WORD
006630         WHEN CM-ERASED
006640             MOVE "ERASED"     TO WS-WORD
006650         WHEN CM-DECEASED
006660             MOVE "DECEASED"   TO WS-WORD
006670         WHEN CM-SUPERSEDED
006680             MOVE "REPLACED"   TO WS-WORD
006690         WHEN OTHER
006700             MOVE CM-STATUS-FLAG TO WS-WORD
006710     END-EVALUATE.
006720     MOVE SPACES TO WS-HOLD-TEXT.
006730     STRING "  PESEL " CM-PESEL "  STATUS " WS-WORD
006740            "  BRANCH " CM-SOURCE-BRANCH
006750            "  DATE ADDED " CM-DATE-ADDED(1:4) "-"
006760            CM-DATE-ADDED(5:2) "-" CM-DATE-ADDED(7:2)
006770         DELIMITED BY SIZE INTO WS-HOLD-TEXT.
006780     PERFORM 3900-RELEASE-LINE THRU 3900-EXIT.
006790     MOVE SPACES TO WS-HOLD-TEXT.
006800     STRING "  NAME     " CM-CUSTOMER-NAME
006810         DELIMITED BY SIZE INTO WS-HOLD-TEXT.
006820     PERFORM 3900-RELEASE-LINE THRU 3900-EXIT.
006830     MOVE SPACES TO WS-HOLD-TEXT.
006840     STRING "  ADDRESS  " CM-ADDRESS
006850         DELIMITED BY SIZE INTO WS-HOLD-TEXT.
006860     PERFORM 3900-RELEASE-LINE THRU 3900-EXIT.
006870 3100-EXIT.
006880     EXIT.
006890
006900*================================================================
006910*    3200-COLLECT-JOURNAL
006920*    GENERIC BROWSE OF THE JOURNAL FOR ONE NUMBER, OLDEST FIRST.
006930*    EACH ENTRY SHOWS WHEN, WHAT, AND WHO, THEN THE NAME AND
006940*    ADDRESS EITHER SIDE OF THE CHANGE WHERE THE JOURNAL STILL
006950*    HOLDS THEM.
006960*================================================================
006970 3200-COLLECT-JOURNAL.
006980     MOVE WS-KEY-SUBJ(WS-KEY-SUB)  TO WS-REL-SUBJ.
006990     MOVE WS-KEY-PESEL(WS-KEY-SUB) TO WS-BROWSE-PESEL.
007000     MOVE 'N'             TO WS-JRNL-BROWSE-SWITCH.
007010     MOVE WS-BROWSE-PESEL TO CJ-PESEL.
007020     MOVE 0               TO CJ-STAMP.
007030     MOVE 0               TO CJ-SEQ.
007040     START CUSTOMER-JOURNAL-FILE KEY IS NOT LESS THAN CJ-KEY
007050         INVALID KEY
007060             GO TO 3200-EXIT
007070     END-START.
007080     PERFORM 3210-COLLECT-JOURNAL-ENTRY THRU 3210-EXIT
007090         UNTIL WS-JRNL-BROWSE-DONE.
007100 3200-EXIT.
007110     EXIT.
007120
007130 3210-COLLECT-JOURNAL-ENTRY.
007140     READ CUSTOMER-JOURNAL-FILE NEXT RECORD
007150         AT END
007160             MOVE 'Y' TO WS-JRNL-BROWSE-SWITCH
007170             GO TO 3210-EXIT
007180     END-READ.
007190     IF CJ-PESEL NOT = WS-BROWSE-PESEL
007200         MOVE 'Y' TO WS-JRNL-BROWSE-SWITCH
007210         GO TO 3210-EXIT
007220     END-IF.
007230     ADD 1 TO WS-SUBJ-HITS(WS-REL-SUBJ, WS-REL-SOURCE).
007240     EVALUATE TRUE
007250         WHEN CJ-ACTION-ADD
007260             MOVE "ADD"        TO WS-WORD
007270         WHEN CJ-ACTION-CHANGE
007280             MOVE "CHANGE"     TO WS-WORD
007290         WHEN CJ-ACTION-DEACTIVATE
007300             MOVE "DEACTIVATE" TO WS-WORD
007310         WHEN CJ-ACTION-REACTIVATE
007320             MOVE "REACTIVATE" TO WS-WORD
007330         WHEN CJ-ACTION-ERASE
007340             MOVE "ERASE"      TO WS-WORD
007350         WHEN CJ-ACTION-DELETE
007360             MOVE "DELETE"     TO WS-WORD
007370         WHEN CJ-ACTION-RENUMBER
007380             MOVE "RENUMBER"   TO WS-WORD
007390         WHEN OTHER
007400             MOVE CJ-ACTION    TO WS-WORD
007410     END-EVALUATE.
007420     MOVE SPACES TO WS-HOLD-TEXT.
007430     STRING "  " CJ-TIMESTAMP "  PESEL " CJ-PESEL "  " WS-WORD
007440            "  BY " CJ-SOURCE " " CJ-USER-ID " " CJ-TERMINAL
007450            "  BRANCH " CJ-BRANCH
007460         DELIMITED BY SIZE INTO WS-HOLD-TEXT.
007470     PERFORM 3900-RELEASE-LINE THRU 3900-EXIT.
007480     IF CJB-CUSTOMER-NAME NOT = SPACES OR CJB-ADDRESS NOT = SPACES
007490         MOVE SPACES TO WS-HOLD-TEXT
007500         STRING "      BEFORE  " CJB-CUSTOMER-NAME "  "
007510                CJB-ADDRESS
007520             DELIMITED BY SIZE INTO WS-HOLD-TEXT
007530         PERFORM 3900-RELEASE-LINE THRU 3900-EXIT
007540     END-IF.
007550     IF CJA-CUSTOMER-NAME NOT = SPACES OR CJA-ADDRESS NOT = SPACES
007560         MOVE SPACES TO WS-HOLD-TEXT
007570         STRING "      AFTER   " CJA-CUSTOMER-NAME "  "
007580                CJA-ADDRESS
007590             DELIMITED BY SIZE INTO WS-HOLD-TEXT
007600         PERFORM 3900-RELEASE-LINE THRU 3900-EXIT
007610     END-IF.
007620 3210-EXIT.
007621     EXIT.
007622
007623*================================================================
007624*    3250-COLLECT-GUARDIAN-LINKS
007625*    EVERY LINK, OPEN OR CLOSED, ON WHICH THE NUMBER IS THE CHILD
007626*    (A GENERIC BROWSE ON THE LEADING HALF OF GL-KEY) OR THE
007627*    GUARDIAN (A BROWSE ON THE ALTERNATE KEY), AS IN PESELERA.
007628*================================================================
007629 3250-COLLECT-GUARDIAN-LINKS.
007630     MOVE WS-KEY-SUBJ(WS-KEY-SUB)  TO WS-REL-SUBJ.
007631     MOVE WS-KEY-PESEL(WS-KEY-SUB) TO WS-BROWSE-PESEL.
007632     MOVE 'N'             TO WS-LINK-BROWSE-SWITCH.
007633     MOVE WS-BROWSE-PESEL TO GL-CHILD-PESEL.
007634     MOVE 0               TO GL-GUARDIAN-PESEL.
007635     START GUARDIAN-LINK-FILE KEY IS NOT LESS THAN GL-KEY
007636         INVALID KEY
007637             MOVE 'Y' TO WS-LINK-BROWSE-SWITCH
007638     END-START.
007639     PERFORM 3260-COLLECT-AS-CHILD THRU 3260-EXIT
007640         UNTIL WS-LINK-BROWSE-DONE.
007641     MOVE 'N'             TO WS-LINK-BROWSE-SWITCH.
007642     MOVE WS-BROWSE-PESEL TO GL-GUARDIAN-PESEL.
007643     START GUARDIAN-LINK-FILE KEY IS EQUAL TO GL-GUARDIAN-PESEL
007644         INVALID KEY
007645             GO TO 3250-EXIT
007646     END-START.
007647     PERFORM 3270-COLLECT-AS-GUARDIAN THRU 3270-EXIT
007648         UNTIL WS-LINK-BROWSE-DONE.
007649 3250-EXIT.
007650     EXIT.
007651
007652 3260-COLLECT-AS-CHILD.
007653     READ GUARDIAN-LINK-FILE NEXT RECORD
007654         AT END
007655             MOVE 'Y' TO WS-LINK-BROWSE-SWITCH
007656             GO TO 3260-EXIT
007657     END-READ.
007658     IF GL-CHILD-PESEL NOT = WS-BROWSE-PESEL
007659         MOVE 'Y' TO WS-LINK-BROWSE-SWITCH
007660         GO TO 3260-EXIT
007661     END-IF.
007662     MOVE "AS CHILD" TO WS-LINK-ROLE.
007663     PERFORM 3280-RELEASE-LINK THRU 3280-EXIT.
007664 3260-EXIT.
007665     EXIT.
007666
007667 3270-COLLECT-AS-GUARDIAN.
007668     READ GUARDIAN-LINK-FILE NEXT RECORD
007669         AT END
007670             MOVE 'Y' TO WS-LINK-BROWSE-SWITCH
007671             GO TO 3270-EXIT
007672     END-READ.
007673     IF GL-GUARDIAN-PESEL NOT = WS-BROWSE-PESEL
007674         MOVE 'Y' TO WS-LINK-BROWSE-SWITCH
007675         GO TO 3270-EXIT
007676     END-IF.
007677     MOVE "AS GUARDIAN" TO WS-LINK-ROLE.
007678     PERFORM 3280-RELEASE-LINK THRU 3280-EXIT.
007679 3270-EXIT.
007680     EXIT.
007681
007682 3280-RELEASE-LINK.
007683     ADD 1 TO WS-SUBJ-HITS(WS-REL-SUBJ, WS-REL-SOURCE).
007684     EVALUATE TRUE
007685         WHEN GL-REL-MOTHER
007686             MOVE "MOTHER"     TO WS-WORD
007687         WHEN GL-REL-FATHER
007688             MOVE "FATHER"     TO WS-WORD
007689         WHEN GL-REL-LEGAL-GUARDIAN
007690             MOVE "LEGAL GUARD" TO WS-WORD
007691         WHEN GL-REL-OTHER
007692             MOVE "OTHER"      TO WS-WORD
007693         WHEN OTHER
007694             MOVE GL-RELATIONSHIP TO WS-WORD
007695     END-EVALUATE.
007696     IF GL-OPEN
007697         MOVE "OPEN"   TO WS-LINK-STATE
007698     ELSE
007699         MOVE "CLOSED" TO WS-LINK-STATE
007700     END-IF.
007701     MOVE SPACES TO WS-DATE-TEXT.
007702     IF GL-EFFECTIVE-TO = 0
007703         MOVE "AGE 18" TO WS-DATE-TEXT
007704     ELSE
007705         STRING GL-EFFECTIVE-TO(1:4) "-" GL-EFFECTIVE-TO(5:2) "-"
007706                GL-EFFECTIVE-TO(7:2)
007707             DELIMITED BY SIZE INTO WS-DATE-TEXT
007708     END-IF.
007709     MOVE SPACES TO WS-HOLD-TEXT.
007710     STRING "  " WS-LINK-ROLE "  CHILD " GL-CHILD-PESEL
007711            "  GUARDIAN " GL-GUARDIAN-PESEL "  " WS-WORD
007712            WS-LINK-STATE "  FROM " GL-EFFECTIVE-FROM(1:4) "-"
007713            GL-EFFECTIVE-FROM(5:2) "-" GL-EFFECTIVE-FROM(7:2)
007714            "  TO " WS-DATE-TEXT
007715         DELIMITED BY SIZE INTO WS-HOLD-TEXT.
007716     PERFORM 3900-RELEASE-LINE THRU 3900-EXIT.
007717 3280-EXIT.
007718     EXIT.
007719
007720*================================================================
007721*    3290-COLLECT-FRAUD-HOLD
007722*    THE HOLD, THEN THE NAME AND ADDRESS IT CARRIES UNLESS THEY
007723*    HAVE BEEN BLANKED ON ERASURE, AND ANY NOTE THE FRAUD TEAM
007724*    LEFT ON ITS DECISION.
007725*================================================================
007726 3290-COLLECT-FRAUD-HOLD.
007727     MOVE WS-KEY-PESEL(WS-KEY-SUB) TO FH-PESEL.
007728     READ FRAUD-HOLD-FILE
007729         INVALID KEY
007730             GO TO 3290-EXIT
007731     END-READ.
007732     MOVE WS-KEY-SUBJ(WS-KEY-SUB) TO WS-REL-SUBJ.
007733     ADD 1 TO WS-SUBJ-HITS(WS-REL-SUBJ, WS-REL-SOURCE).
007734     EVALUATE TRUE
007735         WHEN FH-HELD
007736             MOVE "HELD"       TO WS-WORD
007737         WHEN FH-RELEASED
007738             MOVE "RELEASED"   TO WS-WORD
007739         WHEN FH-LOADED
007740             MOVE "LOADED"     TO WS-WORD
007741         WHEN FH-REFUSED
007742             MOVE "REFUSED"    TO WS-WORD
007743         WHEN OTHER
007744             MOVE FH-STATUS    TO WS-WORD
007745     END-EVALUATE.
007746     MOVE SPACES TO WS-HOLD-TEXT.
007747     STRING "  PESEL " FH-PESEL "  STATUS " WS-WORD
007748            "  BRANCH " FH-SOURCE-BRANCH
007749            "  DATE HELD " FH-HELD-DATE(1:4) "-"
007750            FH-HELD-DATE(5:2) "-" FH-HELD-DATE(7:2)
007751         DELIMITED BY SIZE INTO WS-HOLD-TEXT.
007752     PERFORM 3900-RELEASE-LINE THRU 3900-EXIT.
007753     IF FH-CUSTOMER-NAME NOT = SPACES OR FH-ADDRESS NOT = SPACES
007754         MOVE SPACES TO WS-HOLD-TEXT
007755         STRING "  NAME     " FH-CUSTOMER-NAME
007756             DELIMITED BY SIZE INTO WS-HOLD-TEXT
007757         PERFORM 3900-RELEASE-LINE THRU 3900-EXIT
007758         MOVE SPACES TO WS-HOLD-TEXT
007759         STRING "  ADDRESS  " FH-ADDRESS
007760             DELIMITED BY SIZE INTO WS-HOLD-TEXT
007761         PERFORM 3900-RELEASE-LINE THRU 3900-EXIT
007762     END-IF.
007763     IF FH-DECISION-NOTE NOT = SPACES
007764         MOVE SPACES TO WS-HOLD-TEXT
007765         STRING "  DECISION " FH-DECISION-NOTE
007766             DELIMITED BY SIZE INTO WS-HOLD-TEXT
007767         PERFORM 3900-RELEASE-LINE THRU 3900-EXIT
007768     END-IF.
007769 3290-EXIT.
007770     EXIT.
007771
007772*================================================================
007773*    3300-SCAN-LIVE-AUDIT
007774*    AUDIT LINES GO INTO THE DOSSIER AS WRITTEN.
007775*================================================================
007776 3300-SCAN-LIVE-AUDIT.
007777     OPEN INPUT AUDIT-LOG-FILE.
007778     IF WS-AUDITLOG-STATUS NOT = "00"
007779         DISPLAY "PESEL0109E AUDITLOG COULD NOT BE OPENED, "
007780             "FILE STATUS=" WS-AUDITLOG-STATUS
007781         MOVE 16 TO RETURN-CODE
007782         STOP RUN
007783     END-IF.
007784     MOVE 3   TO WS-REL-SOURCE.
007785     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
007790     PERFORM 3310-READ-LIVE-AUDIT THRU 3310-EXIT.
007800     PERFORM 3320-MATCH-LIVE-AUDIT THRU 3320-EXIT
007810         UNTIL WS-END-OF-SCAN.
007820     CLOSE AUDIT-LOG-FILE.
007830 3300-EXIT.
007840     EXIT.
007850
007860 3310-READ-LIVE-AUDIT.
007870     READ AUDIT-LOG-FILE INTO AUDIT-LOG-RECORD
007880         AT END
007890             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
007900     END-READ.
007910 3310-EXIT.
007920     EXIT.
007930
007940 3320-MATCH-LIVE-AUDIT.
007950     ADD 1 TO WS-CNT-LIVE-READ.
007960     MOVE 1         TO WS-CAND-COUNT.
007970     MOVE AUD-PESEL TO WS-CAND(1).
007980     MOVE SPACES    TO WS-HOLD-TEXT.
007990     MOVE AUDIT-LOG-RECORD TO WS-HOLD-TEXT(3:80).
008000     PERFORM 3800-MATCH-CANDIDATES THRU 3800-EXIT.
008010     PERFORM 3310-READ-LIVE-AUDIT THRU 3310-EXIT.
008020 3320-EXIT.
008030     EXIT.
008040
008050*================================================================
008060*    3400-SCAN-ARCHIVED-AUDIT
008070*    AUDITARC IS EVERY ARCHIVE GENERATION, CONCATENATED IN THE
008080*    JCL UNDER THE GDG BASE NAME.
008090*================================================================
008100 3400-SCAN-ARCHIVED-AUDIT.
008110     OPEN INPUT AUDIT-ARCHIVE-FILE.
008120     IF WS-AUDITARC-STATUS NOT = "00"
008130         DISPLAY "PESEL0110E AUDITARC COULD NOT BE OPENED, "
008140             "FILE STATUS=" WS-AUDITARC-STATUS
008150         MOVE 16 TO RETURN-CODE
008160         STOP RUN
008170     END-IF.
008180     MOVE 4   TO WS-REL-SOURCE.
008190     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
008200     PERFORM 3410-READ-ARCHIVED-AUDIT THRU 3410-EXIT.
008210     PERFORM 3420-MATCH-ARCHIVED-AUDIT THRU 3420-EXIT
008220         UNTIL WS-END-OF-SCAN.
008230     CLOSE AUDIT-ARCHIVE-FILE.
008240 3400-EXIT.
008250     EXIT.
008260
008270 3410-READ-ARCHIVED-AUDIT.
008280     READ AUDIT-ARCHIVE-FILE INTO AUDIT-LOG-RECORD
008290         AT END
008300             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
008310     END-READ.
008320 3410-EXIT.
008330     EXIT.
008340
008350 3420-MATCH-ARCHIVED-AUDIT.
008360     ADD 1 TO WS-CNT-ARCH-READ.
008370     MOVE 1         TO WS-CAND-COUNT.
008380     MOVE AUD-PESEL TO WS-CAND(1).
008390     MOVE SPACES    TO WS-HOLD-TEXT.
008400     MOVE AUDIT-LOG-RECORD TO WS-HOLD-TEXT(3:80).
008410     PERFORM 3800-MATCH-CANDIDATES THRU 3800-EXIT.
008420     PERFORM 3410-READ-ARCHIVED-AUDIT THRU 3410-EXIT.
008430 3420-EXIT.
008440     EXIT.
008450
008460*================================================================
008470*    3500-SCAN-EXCEPTIONS
008480*    A PERSON'S NUMBER MAY SIT ON AN EXCEPTION RECORD EITHER AS
008490*    THE REJECTED PESEL OR AS ONE OF THE SUGGESTED CORRECTIONS
008500*    OFFERED FOR IT - BOTH ARE DATA HELD AGAINST THE NUMBER.
008510*================================================================
008520 3500-SCAN-EXCEPTIONS.
008530     OPEN INPUT PESEL-EXC-FILE.
008540     IF WS-EXCFILE-STATUS NOT = "00"
008550         DISPLAY "PESEL0111E PESELEXC COULD NOT BE OPENED, "
008560             "FILE STATUS=" WS-EXCFILE-STATUS
008570         MOVE 16 TO RETURN-CODE
008580         STOP RUN
008590     END-IF.
008600     MOVE 5   TO WS-REL-SOURCE.
008610     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
008620     PERFORM 3510-READ-EXCEPTION THRU 3510-EXIT.
008630     PERFORM 3520-MATCH-EXCEPTION THRU 3520-EXIT
008640         UNTIL WS-END-OF-SCAN.
008650     CLOSE PESEL-EXC-FILE.
008660 3500-EXIT.
008670     EXIT.
008680
008690 3510-READ-EXCEPTION.
008700     READ PESEL-EXC-FILE
008710         AT END
008720             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
008730     END-READ.
008740 3510-EXIT.
008750     EXIT.
008760
008770 3520-MATCH-EXCEPTION.
008780     ADD 1 TO WS-CNT-EXC-READ.
008790     MOVE 6                  TO WS-CAND-COUNT.
008800     MOVE EXC-PESEL          TO WS-CAND(1).
008810     MOVE EXC-SUGGEST-ONE(1) TO WS-CAND(2).
008820     MOVE EXC-SUGGEST-ONE(2) TO WS-CAND(3).
008830     MOVE EXC-SUGGEST-ONE(3) TO WS-CAND(4).
008840     MOVE EXC-SUGGEST-ONE(4) TO WS-CAND(5).
008850     MOVE EXC-SUGGEST-ONE(5) TO WS-CAND(6).
008860     MOVE SPACES TO WS-HOLD-TEXT.
008870     STRING "  REJECTED PESEL " EXC-PESEL
008880            "  SUGGESTED CORRECTIONS " PESEL-EXC-RECORD(18:65)
008890         DELIMITED BY SIZE INTO WS-HOLD-TEXT.
008900     PERFORM 3800-MATCH-CANDIDATES THRU 3800-EXIT.
008910     PERFORM 3510-READ-EXCEPTION THRU 3510-EXIT.
008920 3520-EXIT.
008930     EXIT.
008940
008950*================================================================
008960*    3600-SCAN-MISMATCHES
008970*    A NUMBER-CHANGE MISMATCH CARRIES THE PERSON UNDER BOTH THE
008980*    OLD AND THE NEW PESEL.
008990*================================================================
009000 3600-SCAN-MISMATCHES.
009010     OPEN INPUT PESEL-MISMATCH-FILE.
009020     IF WS-MISFILE-STATUS NOT = "00"
009030         DISPLAY "PESEL0112E PESELRGM COULD NOT BE OPENED, "
009040             "FILE STATUS=" WS-MISFILE-STATUS
009050         MOVE 16 TO RETURN-CODE
009060         STOP RUN
009070     END-IF.
009080     MOVE 6   TO WS-REL-SOURCE.
009090     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
009100     PERFORM 3610-READ-MISMATCH THRU 3610-EXIT.
009110     PERFORM 3620-MATCH-MISMATCH THRU 3620-EXIT
009120         UNTIL WS-END-OF-SCAN.
009130     CLOSE PESEL-MISMATCH-FILE.
009140 3600-EXIT.
009150     EXIT.
009160
009170 3610-READ-MISMATCH.
009180     READ PESEL-MISMATCH-FILE
009190         AT END
009200             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
009210     END-READ.
009220 3610-EXIT.
009230     EXIT.
009240
009250 3620-MATCH-MISMATCH.
009260     ADD 1 TO WS-CNT-MIS-READ.
009270     MOVE 2            TO WS-CAND-COUNT.
009280     MOVE MM-PESEL     TO WS-CAND(1).
009290     MOVE MM-NEW-PESEL TO WS-CAND(2).
009300     EVALUATE TRUE
009310         WHEN MM-NOT-IN-REGISTRY
009320             MOVE "NOT IN REG"   TO WS-WORD
009330         WHEN MM-DECEASED-ACTIVE
009340             MOVE "DECEASED"     TO WS-WORD
009350         WHEN MM-NUMBER-CHANGED
009360             MOVE "NUMBER CHNG"  TO WS-WORD
009370         WHEN OTHER
009380             MOVE MM-CODE        TO WS-WORD
009390     END-EVALUATE.
009400     MOVE SPACES TO WS-HOLD-TEXT.
009410     STRING "  " WS-WORD "  PESEL " MM-PESEL
009420            "  NEW PESEL " MM-NEW-PESEL
009430            "  REVIEW " MM-APPROVAL " " MM-REVIEWER
009440         DELIMITED BY SIZE INTO WS-HOLD-TEXT.
009450     PERFORM 3800-MATCH-CANDIDATES THRU 3800-EXIT.
009460     PERFORM 3610-READ-MISMATCH THRU 3610-EXIT.
009470 3620-EXIT.
009480     EXIT.
009490
009500*================================================================
009501*    3700-SCAN-FRAUD-ALERTS
009502*    FRAUDALR IS EVERY ALERT GENERATION, CONCATENATED IN THE JCL
009503*    UNDER THE GDG BASE NAME.  THE DETAIL IS THE SHARED ADDRESS
009504*    ON AN ADDRESS ALERT AND THE BRANCHES SEEN ON A BRANCH ONE.
009505*================================================================
009506 3700-SCAN-FRAUD-ALERTS.
009507     OPEN INPUT FRAUD-ALERT-FILE.
009508     IF WS-FRAUDALR-STATUS NOT = "00"
009509         DISPLAY "PESEL0222E FRAUDALR COULD NOT BE OPENED, "
009510             "FILE STATUS=" WS-FRAUDALR-STATUS
009511         MOVE 16 TO RETURN-CODE
009512         STOP RUN
009513     END-IF.
009514     MOVE 9   TO WS-REL-SOURCE.
009515     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
009516     PERFORM 3710-READ-FRAUD-ALERT THRU 3710-EXIT.
009517     PERFORM 3720-MATCH-FRAUD-ALERT THRU 3720-EXIT
009518         UNTIL WS-END-OF-SCAN.
009519     CLOSE FRAUD-ALERT-FILE.
009520 3700-EXIT.
009521     EXIT.
009522
009523 3710-READ-FRAUD-ALERT.
009524     READ FRAUD-ALERT-FILE
009525         AT END
009526             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
009527     END-READ.
009528 3710-EXIT.
009529     EXIT.
009530
009531 3720-MATCH-FRAUD-ALERT.
009532     ADD 1 TO WS-CNT-ALR-READ.
009533     MOVE 1        TO WS-CAND-COUNT.
009534     MOVE FA-PESEL TO WS-CAND(1).
009535     EVALUATE TRUE
009536         WHEN FA-MULTI-BRANCH
009537             MOVE "BRANCHES"   TO WS-WORD
009538             MOVE "SEEN AT "   TO WS-DETAIL-LABEL
009539         WHEN FA-ADDRESS-REUSE
009540             MOVE "ADDRESS"    TO WS-WORD
009541             MOVE "ADDRESS "   TO WS-DETAIL-LABEL
009542         WHEN FA-DIGIT-GUESSING
009543             MOVE "GUESSING"   TO WS-WORD
009544             MOVE "DETAIL "    TO WS-DETAIL-LABEL
009545         WHEN OTHER
009546             MOVE FA-PATTERN   TO WS-WORD
009547             MOVE "DETAIL "    TO WS-DETAIL-LABEL
009548     END-EVALUATE.
009549     MOVE SPACES TO WS-HOLD-TEXT.
009550     STRING "  " FA-ALERT-DATE(1:4) "-" FA-ALERT-DATE(5:2) "-"
009551            FA-ALERT-DATE(7:2) "  PESEL " FA-PESEL
009552            "  PATTERN " WS-WORD "BRANCH " FA-BRANCH
009553            "  " WS-DETAIL-LABEL FA-DETAIL
009554         DELIMITED BY SIZE INTO WS-HOLD-TEXT.
009555     PERFORM 3800-MATCH-CANDIDATES THRU 3800-EXIT.
009556     PERFORM 3710-READ-FRAUD-ALERT THRU 3710-EXIT.
009557 3720-EXIT.
009558     EXIT.
009559
009560*================================================================
009561*    3750-SCAN-SUSPENSE
009562*    EVERY LINE OF EVERY TRANSMISSION HELD IN SUSPENSE, WHATEVER
009563*    ITS STATUS.  A DETAIL LINE CARRIES THE PESEL IN ITS FIRST 11
009564*    BYTES; LINE 0 IS THE HOLD'S CONTROL RECORD AND IS SKIPPED,
009565*    AND A HEADER OR TRAILER LINE NEVER MATCHES A PESEL.
009566*================================================================
009567 3750-SCAN-SUSPENSE.
009568     MOVE 10  TO WS-REL-SOURCE.
009569     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
009570     MOVE LOW-VALUES TO SU-KEY.
009571     START SUSPENSE-FILE KEY IS NOT LESS THAN SU-KEY
009572         INVALID KEY
009573             GO TO 3750-EXIT
009574     END-START.
009575     PERFORM 3760-READ-SUSPENSE THRU 3760-EXIT.
009576     PERFORM 3770-MATCH-SUSPENSE THRU 3770-EXIT
009577         UNTIL WS-END-OF-SCAN.
009578 3750-EXIT.
009579     EXIT.
009580
009581 3760-READ-SUSPENSE.
009582     READ SUSPENSE-FILE NEXT RECORD
009583         AT END
009584             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
009585     END-READ.
009586 3760-EXIT.
009587     EXIT.
009588
009589 3770-MATCH-SUSPENSE.
009590     IF SU-LINE-NO = 0
009591         GO TO 3770-NEXT
009592     END-IF.
009593     ADD 1 TO WS-CNT-SUS-READ.
009594     MOVE 1            TO WS-CAND-COUNT.
009595     MOVE SU-LINE(1:11) TO WS-CAND(1).
009596     MOVE SPACES TO WS-HOLD-TEXT.
009597     STRING "  " SU-HOLD-ID "/" SU-LINE-NO "  " SU-LINE
009598         DELIMITED BY SIZE INTO WS-HOLD-TEXT.
009599     PERFORM 3800-MATCH-CANDIDATES THRU 3800-EXIT.
009600 3770-NEXT.
009601     PERFORM 3760-READ-SUSPENSE THRU 3760-EXIT.
009602 3770-EXIT.
009603     EXIT.
009604
009605*================================================================
009606*    3800-MATCH-CANDIDATES
009607*    RELEASES THE PREPARED LINE ONCE FOR EVERY REQUEST ONE OF
009608*    WHOSE NUMBERS THE RECORD CARRIES.  A REQUEST'S NUMBERS ARE
009609*    ADJACENT IN THE KEY TABLE, SO A RECORD CARRYING TWO OF THEM
009610*    (OLD AND NEW PESEL ON ONE MISMATCH) IS STILL RELEASED ONCE.
009611*================================================================
009612 3800-MATCH-CANDIDATES.
009613     MOVE 0 TO WS-LAST-SUBJ.
009614     PERFORM 3810-MATCH-ONE-KEY THRU 3810-EXIT
009615         VARYING WS-KEY-SUB FROM 1 BY 1
009616         UNTIL WS-KEY-SUB > WS-KEY-COUNT.
009620 3800-EXIT.
009630     EXIT.
009640
009650 3810-MATCH-ONE-KEY.
009660     IF WS-KEY-SUBJ(WS-KEY-SUB) = WS-LAST-SUBJ
009670         GO TO 3810-EXIT
009680     END-IF.
009690     MOVE 'N' TO WS-CAND-HIT-SWITCH.
009700     PERFORM 3820-COMPARE-CANDIDATE THRU 3820-EXIT
009710         VARYING WS-CAND-SUB FROM 1 BY 1
009720         UNTIL WS-CAND-SUB > WS-CAND-COUNT OR WS-CAND-HIT.
009730     IF NOT WS-CAND-HIT
009740         GO TO 3810-EXIT
009750     END-IF.
009760     MOVE WS-KEY-SUBJ(WS-KEY-SUB) TO WS-LAST-SUBJ.
009770     MOVE WS-KEY-SUBJ(WS-KEY-SUB) TO WS-REL-SUBJ.
009780     ADD 1 TO WS-SUBJ-HITS(WS-REL-SUBJ, WS-REL-SOURCE).
009790     PERFORM 3900-RELEASE-LINE THRU 3900-EXIT.
009800 3810-EXIT.
009810     EXIT.
009820
009830 3820-COMPARE-CANDIDATE.
009840     IF WS-CAND(WS-CAND-SUB) = WS-KEY-PESEL(WS-KEY-SUB)
009850         MOVE 'Y' TO WS-CAND-HIT-SWITCH
009860     END-IF.
009870 3820-EXIT.
009880     EXIT.
009890
009900*================================================================
009910*    3900-RELEASE-LINE
009920*    THE RUNNING SEQUENCE KEEPS EACH SOURCE'S LINES IN THE ORDER
009930*    THEY WERE FOUND.
009940*================================================================
009950 3900-RELEASE-LINE.
009960     ADD 1 TO WS-RELEASE-SEQ.
009970     MOVE WS-REL-SUBJ    TO SR-SUBJ.
009980     MOVE WS-REL-SOURCE  TO SR-SOURCE.
009990     MOVE WS-RELEASE-SEQ TO SR-SEQ.
010000     MOVE WS-HOLD-TEXT   TO SR-TEXT.
010010     RELEASE SR-RECORD.
010020 3900-EXIT.
010030     EXIT.
010040
010050*================================================================
010060*    5000-PRINT-DOSSIERS
010070*    THE SORT OUTPUT PROCEDURE.  WALKS THE REQUESTS IN ORDER AND,
010080*    FOR EACH, THE TEN SOURCES IN ORDER, TAKING THE SORTED LINES
010090*    THAT BELONG UNDER EACH HEADING.
010100*================================================================
010110 5000-PRINT-DOSSIERS.
010120     PERFORM 5900-RETURN-HELD-LINE THRU 5900-EXIT.
010130     PERFORM 5100-PRINT-ONE-DOSSIER THRU 5100-EXIT
010140         VARYING WS-SUBJ-SUB FROM 1 BY 1
010150         UNTIL WS-SUBJ-SUB > WS-SUBJ-COUNT.
010160 5000-EXIT.
010170     EXIT.
010180
010190 5100-PRINT-ONE-DOSSIER.
010200     MOVE WS-DOS-RULE TO PESEL-DOSSIER-RECORD.
010210     WRITE PESEL-DOSSIER-RECORD.
010220     MOVE SPACES TO PESEL-DOSSIER-RECORD.
010230     STRING "SUBJECT ACCESS DOSSIER - DATA HELD UNDER PESEL "
010240            WS-SUBJ-PESEL(WS-SUBJ-SUB)
010250         DELIMITED BY SIZE INTO PESEL-DOSSIER-RECORD.
010260     WRITE PESEL-DOSSIER-RECORD.
010270     MOVE WS-DOS-RULE TO PESEL-DOSSIER-RECORD.
010280     WRITE PESEL-DOSSIER-RECORD.
010290     MOVE "REQUEST REFERENCE" TO DOS-LABEL.
010300     MOVE WS-SUBJ-REFERENCE(WS-SUBJ-SUB) TO DOS-VALUE.
010310     PERFORM 5800-WRITE-INFO-LINE THRU 5800-EXIT.
010320     MOVE "REQUEST RECEIVED" TO DOS-LABEL.
010330     MOVE WS-SUBJ-RECEIVED(WS-SUBJ-SUB) TO DOS-VALUE.
010340     PERFORM 5800-WRITE-INFO-LINE THRU 5800-EXIT.
010350     MOVE "DOSSIER PREPARED" TO DOS-LABEL.
010360     MOVE SPACES TO DOS-VALUE.
010370     STRING WS-TODAY-DISP "  JOB " WS-JOB-ID
010380         DELIMITED BY SIZE INTO DOS-VALUE.
010390     PERFORM 5800-WRITE-INFO-LINE THRU 5800-EXIT.
010400     IF WS-SUBJ-REFUSED(WS-SUBJ-SUB)
010410         MOVE SPACES TO PESEL-DOSSIER-RECORD
010420         WRITE PESEL-DOSSIER-RECORD
010430         STRING "REQUEST REFUSED - THE PESEL IS NOT 11 DIGITS "
010440                "OR FAILS THE CHECKSUM.  NO SOURCE WAS SEARCHED."
010450             DELIMITED BY SIZE INTO PESEL-DOSSIER-RECORD
010460         WRITE PESEL-DOSSIER-RECORD
010470         MOVE "REFUSED" TO WS-RESULT
010480         MOVE 0 TO WS-HIT-SOURCES
010490         ADD 1 TO WS-CNT-REFUSED
010500         GO TO 5100-LOG
010510     END-IF.
010520     PERFORM 5150-LIST-OTHER-NUMBER THRU 5150-EXIT
010530         VARYING WS-KEY-SUB FROM 1 BY 1
010540         UNTIL WS-KEY-SUB > WS-KEY-COUNT.
010550     MOVE 0 TO WS-EMPTY-SOURCES.
010560     PERFORM 5200-PRINT-SECTION THRU 5200-EXIT
010570         VARYING WS-SRC-SUB FROM 1 BY 1
010580         UNTIL WS-SRC-SUB > WS-SRC-MAX.
010590     COMPUTE WS-HIT-SOURCES = WS-SRC-MAX - WS-EMPTY-SOURCES.
010600     MOVE SPACES TO PESEL-DOSSIER-RECORD.
010610     WRITE PESEL-DOSSIER-RECORD.
010620     MOVE WS-SRC-MAX       TO DOS-SEARCHED.
010630     MOVE WS-HIT-SOURCES   TO DOS-WITH-DATA.
010640     MOVE WS-EMPTY-SOURCES TO DOS-NOTHING.
010650     MOVE WS-DOS-TALLY-LINE TO PESEL-DOSSIER-RECORD.
010660     WRITE PESEL-DOSSIER-RECORD.
010670     IF WS-EMPTY-SOURCES > 0
010680         MOVE "SEARCHED, NOTHING FOUND:" TO PESEL-DOSSIER-RECORD
010690         WRITE PESEL-DOSSIER-RECORD
010700         PERFORM 5300-LIST-EMPTY-SOURCE THRU 5300-EXIT
010710             VARYING WS-SRC-SUB FROM 1 BY 1
010720             UNTIL WS-SRC-SUB > WS-SRC-MAX
010730     END-IF.
010740     MOVE "FULFILLED" TO WS-RESULT.
010750     ADD 1 TO WS-CNT-FULFILLED.
010760 5100-LOG.
010770     PERFORM 6000-WRITE-LOG-LINE THRU 6000-EXIT.
010780     MOVE SPACES TO PESEL-DOSSIER-RECORD.
010790     WRITE PESEL-DOSSIER-RECORD.
010800     MOVE "END OF DOSSIER" TO PESEL-DOSSIER-RECORD.
010810     WRITE PESEL-DOSSIER-RECORD.
010820     MOVE SPACES TO PESEL-DOSSIER-RECORD.
010830     WRITE PESEL-DOSSIER-RECORD.
010840 5100-EXIT.
010850     EXIT.
010860
010870 5150-LIST-OTHER-NUMBER.
010880     IF WS-KEY-SUBJ(WS-KEY-SUB) NOT = WS-SUBJ-SUB
010890             OR WS-KEY-REQUESTED(WS-KEY-SUB)
010900         GO TO 5150-EXIT
010910     END-IF.
010920     MOVE "ALSO SEARCHED UNDER" TO DOS-LABEL.
010930     MOVE SPACES TO DOS-VALUE.
010940     IF WS-KEY-OLDER(WS-KEY-SUB)
010950         STRING WS-KEY-PESEL(WS-KEY-SUB)
010960                "  (EARLIER NUMBER REPLACED BY THE REGISTRY)"
010970             DELIMITED BY SIZE INTO DOS-VALUE
010980     ELSE
010990         STRING WS-KEY-PESEL(WS-KEY-SUB)
011000                "  (NUMBER THE REGISTRY ISSUED IN ITS PLACE)"
011010             DELIMITED BY SIZE INTO DOS-VALUE
011020     END-IF.
011030     PERFORM 5800-WRITE-INFO-LINE THRU 5800-EXIT.
011040 5150-EXIT.
011050     EXIT.
011060
011070*================================================================
011080*    5200-PRINT-SECTION
011090*================================================================
011100 5200-PRINT-SECTION.
011110     MOVE SPACES TO PESEL-DOSSIER-RECORD.
011120     WRITE PESEL-DOSSIER-RECORD.
011130     MOVE SPACES TO PESEL-DOSSIER-RECORD.
011140     STRING "---- " WS-SOURCE-NAME(WS-SRC-SUB)
011150         DELIMITED BY SIZE INTO PESEL-DOSSIER-RECORD.
011160     WRITE PESEL-DOSSIER-RECORD.
011170     PERFORM 5210-PRINT-HELD-LINE THRU 5210-EXIT
011180         UNTIL WS-END-OF-SORT
011190             OR SR-SUBJ NOT = WS-SUBJ-SUB
011200             OR SR-SOURCE NOT = WS-SRC-SUB.
011210     IF WS-SUBJ-HITS(WS-SUBJ-SUB, WS-SRC-SUB) = 0
011220         MOVE "  NOTHING HELD UNDER THIS PESEL IN THIS SOURCE"
011230             TO PESEL-DOSSIER-RECORD
011240         WRITE PESEL-DOSSIER-RECORD
011250         ADD 1 TO WS-EMPTY-SOURCES
011260     ELSE
011270         MOVE WS-SUBJ-HITS(WS-SUBJ-SUB, WS-SRC-SUB) TO DOS-COUNT
011280         MOVE WS-DOS-COUNT-LINE TO PESEL-DOSSIER-RECORD
011290         WRITE PESEL-DOSSIER-RECORD
011300     END-IF.
011310 5200-EXIT.
011320     EXIT.
011330
011340 5210-PRINT-HELD-LINE.
011350     MOVE SR-TEXT TO PESEL-DOSSIER-RECORD.
011360     WRITE PESEL-DOSSIER-RECORD.
011370     PERFORM 5900-RETURN-HELD-LINE THRU 5900-EXIT.
011380 5210-EXIT.
011390     EXIT.
011400
011410 5300-LIST-EMPTY-SOURCE.
011420     IF WS-SUBJ-HITS(WS-SUBJ-SUB, WS-SRC-SUB) = 0
011430         MOVE SPACES TO PESEL-DOSSIER-RECORD
011440         MOVE WS-SOURCE-NAME(WS-SRC-SUB)
011450             TO PESEL-DOSSIER-RECORD(3:40)
011460         WRITE PESEL-DOSSIER-RECORD
011470     END-IF.
011480 5300-EXIT.
011490     EXIT.
011500
011510 5800-WRITE-INFO-LINE.
011520     MOVE WS-DOS-INFO-LINE TO PESEL-DOSSIER-RECORD.
011530     WRITE PESEL-DOSSIER-RECORD.
011540 5800-EXIT.
011550     EXIT.
011560
011570 5900-RETURN-HELD-LINE.
011580     RETURN SORT-WORK-FILE
011590         AT END
011600             MOVE 'Y' TO WS-SORT-EOF-SWITCH
011610     END-RETURN.
011620 5900-EXIT.
011630     EXIT.
011640
011650*================================================================
011660*    6000-WRITE-LOG-LINE
011670*    THE COMPLIANCE LOG ENTRY FOR THE REQUEST JUST PRINTED.
011680*================================================================
011690 6000-WRITE-LOG-LINE.
011700     MOVE WS-TODAY-DISP TO SAL-FULFILLED.
011710     MOVE WS-JOB-ID     TO SAL-JOB-ID.
011720     MOVE WS-SUBJ-PESEL(WS-SUBJ-SUB)     TO SAL-PESEL.
011730     MOVE WS-SUBJ-REFERENCE(WS-SUBJ-SUB) TO SAL-REFERENCE.
011740     MOVE WS-RESULT      TO SAL-RESULT.
011750     MOVE WS-HIT-SOURCES TO SAL-SOURCES-HIT.
011760     MOVE SPACES TO SAL-RECEIVED.
011770     MOVE SPACES TO SAL-DEADLINE.
011780     MOVE 0      TO SAL-DAYS.
011790     MOVE "NO DATE" TO SAL-TIMELINESS.
011800     IF WS-SUBJ-RECEIVED(WS-SUBJ-SUB) NOT NUMERIC
011810         GO TO 6000-WRITE
011820     END-IF.
011830     MOVE WS-SUBJ-RECEIVED(WS-SUBJ-SUB) TO WS-RECEIVED.
011840     IF FUNCTION TEST-DATE-YYYYMMDD(WS-RECEIVED-NUM) NOT = 0
011850         GO TO 6000-WRITE
011860     END-IF.
011870     STRING WS-RCV-YEAR "-" WS-RCV-MONTH "-" WS-RCV-DAY
011880         DELIMITED BY SIZE INTO SAL-RECEIVED.
011890     COMPUTE WS-DAYS-ELAPSED =
011900         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
011910         - FUNCTION INTEGER-OF-DATE(WS-RECEIVED-NUM).
011920     MOVE WS-DAYS-ELAPSED TO SAL-DAYS.
011930     IF WS-RCV-MONTH = 12
011940         COMPUTE WS-DL-YEAR = WS-RCV-YEAR + 1
011950         MOVE 1 TO WS-DL-MONTH
011960     ELSE
011970         MOVE WS-RCV-YEAR TO WS-DL-YEAR
011980         COMPUTE WS-DL-MONTH = WS-RCV-MONTH + 1
011990     END-IF.
012000     MOVE WS-RCV-DAY TO WS-DL-DAY.
012010     PERFORM 6100-PULL-BACK-DEADLINE THRU 6100-EXIT
012020         UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DEADLINE-NUM) = 0.
012030     STRING WS-DL-YEAR "-" WS-DL-MONTH "-" WS-DL-DAY
012040         DELIMITED BY SIZE INTO SAL-DEADLINE.
012050     IF WS-TODAY-NUM > WS-DEADLINE-NUM
012060         MOVE "LATE"    TO SAL-TIMELINESS
012070         ADD 1 TO WS-CNT-LATE
012080     ELSE
012090         MOVE "ON TIME" TO SAL-TIMELINESS
012100     END-IF.
012110 6000-WRITE.
012120     MOVE WS-LOG-LINE TO PESEL-ACCESS-LOG-RECORD.
012130     WRITE PESEL-ACCESS-LOG-RECORD.
012140 6000-EXIT.
012150     EXIT.
012160
012170 6100-PULL-BACK-DEADLINE.
012180     SUBTRACT 1 FROM WS-DL-DAY.
012190 6100-EXIT.
012200     EXIT.
012210
012220*================================================================
012230*    8000-FINALIZE
012240*================================================================
012250 8000-FINALIZE.
012260     CLOSE PESEL-ACCESS-REQ-FILE.
012270     CLOSE CUSTOMER-MASTER-FILE.
012280     IF WS-JRNL-AVAILABLE
012290         CLOSE CUSTOMER-JOURNAL-FILE
012300     END-IF.
012310     IF WS-XREF-AVAILABLE
012320         CLOSE CUSTOMER-XREF-FILE
012330     END-IF.
012331     IF WS-LINK-AVAILABLE
012332         CLOSE GUARDIAN-LINK-FILE
012333     END-IF.
012334     IF WS-HOLD-AVAILABLE
012335         CLOSE FRAUD-HOLD-FILE
012336     END-IF.
012337     IF WS-SUS-AVAILABLE
012338         CLOSE SUSPENSE-FILE
012339     END-IF.
012340     CLOSE PESEL-DOSSIER-FILE.
012350     CLOSE PESEL-ACCESS-LOG-FILE.
012360     DISPLAY "PESEL0116I REQUESTS READ:      " WS-CNT-REQUESTS.
012370     DISPLAY "PESEL0116I DOSSIERS FULFILLED: " WS-CNT-FULFILLED.
012380     DISPLAY "PESEL0116I REQUESTS REFUSED:   " WS-CNT-REFUSED.
012390     DISPLAY "PESEL0116I PAST DEADLINE:      " WS-CNT-LATE.
012400     DISPLAY "PESEL0116I NOT PROCESSED:      " WS-CNT-OVERFLOW.
012410     DISPLAY "PESEL0116I AUDIT LINES READ:   " WS-CNT-LIVE-READ.
012420     DISPLAY "PESEL0116I ARCHIVE LINES READ: " WS-CNT-ARCH-READ.
012425     DISPLAY "PESEL0116I FRAUD ALERTS READ:  " WS-CNT-ALR-READ.
012427     DISPLAY "PESEL0116I SUSPENSE LINES READ:" WS-CNT-SUS-READ.
012430     IF WS-CNT-REFUSED > 0 OR WS-CNT-OVERFLOW > 0
012440         MOVE 4 TO RETURN-CODE
012450     END-IF.
012460 8000-EXIT.
012470     EXIT.
012480
012490 END PROGRAM PESELSAR.
