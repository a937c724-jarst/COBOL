000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PESELRAP.
000030 AUTHOR.        R-SZYMANSKI.
000040 INSTALLATION.  CUSTOMER-ONBOARDING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RS  ORIGINAL PROGRAM.  REGISTRY RECONCILIATION
000110*                 APPLY.  READS THE CSR-REVIEWED COPY OF A
000120*                 PESELREG MISMATCH GENERATION (PESELRGA) AND
000130*                 APPLIES EVERY RECORD MARKED APPROVED:
000140*                 A NUMBER CHANGE (CODE 3) MOVES THE CUSTMAS
000150*                 RECORD TO THE NEW PESEL, LEAVES THE OLD KEY ON
000160*                 FILE AS A BLANKED CM-SUPERSEDED RECORD, AND
000170*                 WRITES AN OLD-TO-NEW CROSS-REFERENCE (CUSTXREF);
000180*                 A DECEASED CUSTOMER (CODE 2) IS FLAGGED
000190*                 CM-DECEASED.  PSMT CANNOT RE-KEY A RECORD, SO
000200*                 THIS IS THE ONLY WAY A REISSUED NUMBER REACHES
000210*                 CUSTMAS.  EVERY CHANGE IS JOURNALED TO CUSTJRNL.
000220*                 THE REPORT (PESELRAR) LISTS WHAT WAS APPLIED,
000230*                 THEN WHAT WAS REFUSED AND WHY - A NEW PESEL
000240*                 FAILING THE CHECKSUM OR ALREADY ON FILE, AN OLD
000250*                 PESEL GONE OR ERASED, AND SO ON.  A REFUSED
000260*                 RECORD IS LEFT EXACTLY AS IT WAS.
000262* 2026-10-15  RS  A NUMBER CHANGE NOW MOVES THE CUSTOMER'S
000264*                 GUARDIAN LINKS (GUARDLNK) TO THE NEW PESEL TOO -
000266*                 AS THE CHILD AND AS THE GUARDIAN - SO PSGD,
000268*                 PESELAGE, PESELGCL, AND PESELERA KEEP FINDING
000269*                 THEM.
000270* 2026-10-15  RS  THE JOURNAL ENTRIES NOW CARRY CM-ADDRESS-FLAG,
000271*                 AND THE SUPERSEDED OLD RECORD HAS ITS ADDRESS
000272*                 FLAG CLEARED WITH ITS ADDRESS.
000273* 2026-10-15  RS  IF THE OLD KEY CANNOT BE REWRITTEN, THE NEW KEY
000274*                 JUST ADDED IS DELETED AGAIN AND THE CHANGE IS
000275*                 REFUSED, SO THE CUSTOMER IS NEVER LEFT ON FILE
000276*                 UNDER BOTH NUMBERS.  CUSTMAS FAILURES ARE
000277*                 COUNTED APART FROM CUSTXREF ONES.
000278*================================================================
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PESEL-MISMATCH-FILE
000360         ASSIGN TO "PESELRGA"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-MISFILE-STATUS.
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
000490     SELECT CUSTOMER-XREF-FILE
000500         ASSIGN TO "CUSTXREF"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS CX-OLD-PESEL
000540         ALTERNATE RECORD KEY IS CX-NEW-PESEL
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-CUSTXREF-STATUS.
000570
000580     SELECT CUSTOMER-JOURNAL-FILE
000590         ASSIGN TO "CUSTJRNL"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CJ-KEY
000630         FILE STATUS IS WS-CUSTJRNL-STATUS.
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
000650     SELECT PESEL-APPLY-RPT-FILE
000660         ASSIGN TO "PESELRAR"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RPTFILE-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  PESEL-MISMATCH-FILE.
000730     COPY PESELRGM.
000740
000750 FD  CUSTOMER-MASTER-FILE.
000760     COPY CUSTMAS.
000770
000780 FD  CUSTOMER-XREF-FILE.
000790     COPY CUSTXREF.
000800
000810 FD  CUSTOMER-JOURNAL-FILE.
000820     COPY CUSTJRNL.
000830
000832 FD  GUARDIAN-LINK-FILE.
000834     COPY GUARDLNK.
000836
000840 FD  PESEL-APPLY-RPT-FILE.
000850 01  PESEL-APPLY-RPT-RECORD      PIC X(100).
000860
000870 WORKING-STORAGE SECTION.
000880 77  WS-MISFILE-STATUS    PIC X(02) VALUE SPACES.
000890 77  WS-CUSTMAS-STATUS    PIC X(02) VALUE SPACES.
000900 77  WS-CUSTXREF-STATUS   PIC X(02) VALUE SPACES.
000910 77  WS-CUSTJRNL-STATUS   PIC X(02) VALUE SPACES.
000915 77  WS-GUARDLNK-STATUS   PIC X(02) VALUE SPACES.
000920 77  WS-RPTFILE-STATUS    PIC X(02) VALUE SPACES.
000930
000940*----------------------------------------------------------------
000950* THE NEW PESEL, BROKEN OUT FOR THE CHECKSUM GATE - THE 2200
000960* PARAGRAPH BELOW IS A PORT OF PESEL.CBL'S AND MUST STAY IN STEP
000970* WITH IT.
000980*----------------------------------------------------------------
000990 01  WS-PESEL.
001000     03  WS-PESEL-MAIN           PIC 9(10).
001010     03  WS-PESEL-CHECK-DIGIT    PIC 9(1).
001020 01  WS-NEW-PESEL REDEFINES WS-PESEL PIC 9(11).
001030
001040 77  WS-CHECK-PARTIAL  PIC 99.
001050 77  WS-CHECK-TOTAL    PIC 999 VALUE 0.
001060 77  WS-CHECK-DIGIT    PIC 9.
001070
001080 01  WS-SWITCHES.
001090     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
001100         88  WS-END-OF-MISMATCHES    VALUE 'Y'.
001102     05  WS-GRD-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001104         88  WS-GRD-AVAILABLE        VALUE 'Y'.
001106     05  WS-GRD-BROWSE-SWITCH PIC X(01) VALUE 'N'.
001108         88  WS-GRD-BROWSE-DONE      VALUE 'Y'.
001110
001120 01  WS-TODAY.
001130     05  WS-CUR-YEAR      PIC 9(4).
001140     05  WS-CUR-MONTH     PIC 9(2).
001150     05  WS-CUR-DAY       PIC 9(2).
001160 01  WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(08).
001170
001180 01  WS-JOB-ID            PIC X(08) VALUE SPACES.
001190
001200 01  WS-TIMESTAMP.
001210     05  WS-TS-RAW.
001220         10  WS-TS-YEAR       PIC 9(4).
001230         10  WS-TS-MONTH      PIC 9(2).
001240         10  WS-TS-DAY        PIC 9(2).
001250         10  WS-TS-HOUR       PIC 9(2).
001260         10  WS-TS-MINUTE     PIC 9(2).
001270         10  WS-TS-SECOND     PIC 9(2).
001280         10  FILLER           PIC X(09).
001290     05  WS-TS-DISP       PIC X(19).
001300
001310*----------------------------------------------------------------
001320* THE CUSTMAS RECORD AS IT STOOD BEFORE THIS PROGRAM TOUCHED IT,
001323* THE RECORD AS ADDED UNDER A NEW PESEL (JOURNALED ONCE THE OLD
001326* KEY IS SAFELY SUPERSEDED),
001330* AND THE JOURNAL ENTRY BEING BUILT - THE CALLER SETS THE PESEL,
001340* ACTION, BOTH IMAGES, AND THE LINKED PESEL BEFORE
001350* 3600-WRITE-JOURNAL.
001360*----------------------------------------------------------------
001370 01  WS-OLD-RECORD        PIC X(95).
001375 01  WS-NEW-RECORD        PIC X(95).
001380 01  WS-JRNL-PESEL        PIC 9(11).
001390 01  WS-JRNL-ACTION       PIC X(01).
001400 01  WS-JRNL-BEFORE       PIC X(95).
001410 01  WS-JRNL-AFTER        PIC X(95).
001420 01  WS-JRNL-LINKED       PIC X(11).
001430 01  WS-REFUSE-REASON     PIC X(40).
001440
001450*----------------------------------------------------------------
001451* THE RENUMBERED CUSTOMER'S GUARDIAN LINKS, GATHERED BEFORE ANY IS
001452* MOVED SO THE BROWSES NEVER MEET A RECORD THIS PROGRAM JUST
001453* WROTE.  WS-GM-ROLE SAYS WHICH KEY HOLDS THE OLD PESEL: 'C' THE
001454* CHILD, 'G' THE GUARDIAN.  A CHILD HAS TWO OR THREE GUARDIANS AND
001455* A GUARDIAN A HANDFUL OF CHILDREN; A LINK BEYOND THE TABLE IS
001456* LEFT WHERE IT IS AND COUNTED AS A FAILED MOVE.
001457*----------------------------------------------------------------
001458 01  WS-GRD-MOVE-TABLE.
001459     05  WS-GM-COUNT          PIC 9(4) COMP VALUE 0.
001460     05  WS-GM-MAX            PIC 9(4) COMP VALUE 100.
001461     05  WS-GM-ENTRY OCCURS 100 TIMES.
001462         10  WS-GM-ROLE           PIC X(01).
001463         10  WS-GM-RECORD         PIC X(100).
001464 77  WS-GM-SUB            PIC 9(4) COMP VALUE 0.
001465 77  WS-GM-TAKE-ROLE      PIC X(01) VALUE SPACE.
001466
001467*----------------------------------------------------------------
001468* REFUSALS ARE HELD HERE UNTIL END OF RUN SO THE REPORT CAN SHOW
001470* THEM AS ONE SECTION AFTER EVERYTHING APPLIED.  A REVIEWED
001480* MISMATCH FILE IS A FEW HUNDRED RECORDS AT MOST; ANY REFUSAL
001490* BEYOND THE TABLE IS STILL COUNTED AND GOES TO SYSOUT.
001500*----------------------------------------------------------------
001510 01  WS-REFUSED-TABLE.
001520     05  WS-REF-COUNT         PIC 9(4) COMP VALUE 0.
001530     05  WS-REF-MAX           PIC 9(4) COMP VALUE 500.
001540     05  WS-REF-ENTRY OCCURS 500 TIMES.
001550         10  WS-REF-CODE          PIC 9(01).
001560         10  WS-REF-PESEL         PIC 9(11).
001570         10  WS-REF-NEW-PESEL     PIC X(11).
001580         10  WS-REF-REVIEWER      PIC X(08).
001590         10  WS-REF-REASON        PIC X(40).
001600 77  WS-REF-SUB           PIC 9(4) COMP VALUE 0.
001610
001620 01  WS-STATS.
001630     05  WS-CNT-READ          PIC 9(7) COMP VALUE 0.
001640     05  WS-CNT-NOT-APPROVED  PIC 9(7) COMP VALUE 0.
001650     05  WS-CNT-RENUMBERED    PIC 9(7) COMP VALUE 0.
001660     05  WS-CNT-DECEASED      PIC 9(7) COMP VALUE 0.
001670     05  WS-CNT-REFUSED       PIC 9(7) COMP VALUE 0.
001680     05  WS-CNT-REF-OVERFLOW  PIC 9(7) COMP VALUE 0.
001690     05  WS-CNT-JRNL-FAILED   PIC 9(7) COMP VALUE 0.
001695     05  WS-CNT-MAST-FAILED   PIC 9(7) COMP VALUE 0.
001700     05  WS-CNT-XREF-FAILED   PIC 9(7) COMP VALUE 0.
001703     05  WS-CNT-GRD-MOVED     PIC 9(7) COMP VALUE 0.
001706     05  WS-CNT-GRD-FAILED    PIC 9(7) COMP VALUE 0.
001710
001720 01  WS-RPT-TITLE.
001730     05  FILLER               PIC X(36)
001740             VALUE "REGISTRY RECONCILIATION APPLY - RUN ".
001750     05  RTL-DATE             PIC X(10).
001760     05  FILLER               PIC X(06) VALUE "  JOB ".
001770     05  RTL-JOB              PIC X(08).
001780
001790 01  WS-RPT-HDR.
001800     05  FILLER               PIC X(11) VALUE "PESEL".
001810     05  FILLER               PIC X(02) VALUE SPACES.
001820     05  FILLER               PIC X(10) VALUE "FINDING".
001830     05  FILLER               PIC X(02) VALUE SPACES.
001840     05  FILLER               PIC X(11) VALUE "NEW PESEL".
001850     05  FILLER               PIC X(02) VALUE SPACES.
001860     05  FILLER               PIC X(08) VALUE "REVIEWER".
001870     05  FILLER               PIC X(02) VALUE SPACES.
001880     05  FILLER               PIC X(40) VALUE "DETAIL".
001890
001900 01  WS-RPT-LINE.
001910     05  RAP-PESEL            PIC 9(11).
001920     05  FILLER               PIC X(02) VALUE SPACES.
001930     05  RAP-FINDING          PIC X(10).
001940     05  FILLER               PIC X(02) VALUE SPACES.
001950     05  RAP-NEW-PESEL        PIC X(11).
001960     05  FILLER               PIC X(02) VALUE SPACES.
001970     05  RAP-REVIEWER         PIC X(08).
001980     05  FILLER               PIC X(02) VALUE SPACES.
001990     05  RAP-DETAIL           PIC X(40).
002000
002010 01  WS-SUM-LINE.
002020     05  SUM-LABEL            PIC X(36).
002030     05  SUM-COUNT            PIC ZZZZZZ9.
002040
002050 PROCEDURE DIVISION.
002060*================================================================
002070*    0000-MAINLINE
002080*================================================================
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002110     PERFORM 2000-PROCESS-MISMATCH THRU 2000-EXIT
002120         UNTIL WS-END-OF-MISMATCHES.
002130     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002140     STOP RUN.
002150
002160*================================================================
002170*    1000-INITIALIZE
002180*================================================================
002190 1000-INITIALIZE.
002200     MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CUR-YEAR.
002210     MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CUR-MONTH.
002220     MOVE FUNCTION CURRENT-DATE(7:2) TO WS-CUR-DAY.
002230     ACCEPT WS-JOB-ID FROM COMMAND-LINE.
002240     IF WS-JOB-ID = SPACES
002250         MOVE "BATCH" TO WS-JOB-ID
002260     END-IF.
002270     OPEN INPUT PESEL-MISMATCH-FILE.
002280     IF WS-MISFILE-STATUS NOT = "00"
002290         DISPLAY "PESEL0086E PESELRGA COULD NOT BE OPENED, "
002300             "FILE STATUS=" WS-MISFILE-STATUS
002310         MOVE 16 TO RETURN-CODE
002320         STOP RUN
002330     END-IF.
002340     OPEN I-O CUSTOMER-MASTER-FILE.
002350     IF WS-CUSTMAS-STATUS NOT = "00"
002360         DISPLAY "PESEL0087E CUSTMAS COULD NOT BE OPENED, "
002370             "FILE STATUS=" WS-CUSTMAS-STATUS
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF.
002410     OPEN I-O CUSTOMER-XREF-FILE.
002420     IF WS-CUSTXREF-STATUS = "35"
002430         OPEN OUTPUT CUSTOMER-XREF-FILE
002440         CLOSE CUSTOMER-XREF-FILE
002450         OPEN I-O CUSTOMER-XREF-FILE
002460     END-IF.
002470     IF WS-CUSTXREF-STATUS NOT = "00"
002480         DISPLAY "PESEL0088E CUSTXREF COULD NOT BE OPENED, "
002490             "FILE STATUS=" WS-CUSTXREF-STATUS
002500         MOVE 16 TO RETURN-CODE
002510         STOP RUN
002520     END-IF.
002530     OPEN I-O CUSTOMER-JOURNAL-FILE.
002540     IF WS-CUSTJRNL-STATUS = "35"
002550         OPEN OUTPUT CUSTOMER-JOURNAL-FILE
002560         CLOSE CUSTOMER-JOURNAL-FILE
002570         OPEN I-O CUSTOMER-JOURNAL-FILE
002580     END-IF.
002590     IF WS-CUSTJRNL-STATUS NOT = "00"
002600         DISPLAY "PESEL0089E CUSTJRNL COULD NOT BE OPENED, "
002610             "FILE STATUS=" WS-CUSTJRNL-STATUS
002620         MOVE 16 TO RETURN-CODE
002630         STOP RUN
002631     END-IF.
002632*    NO GUARDIAN LINK FILE YET SIMPLY MEANS NO GUARDIAN HAS EVER
002633*    BEEN LINKED.
002634     OPEN I-O GUARDIAN-LINK-FILE.
002635     IF WS-GUARDLNK-STATUS = "00"
002636         MOVE 'Y' TO WS-GRD-OPEN-SWITCH
002637     ELSE
002638         IF WS-GUARDLNK-STATUS NOT = "35"
002639             DISPLAY "PESEL0215E GUARDLNK COULD NOT BE OPENED, "
002640                 "FILE STATUS=" WS-GUARDLNK-STATUS
002641             MOVE 16 TO RETURN-CODE
002642             STOP RUN
002643         END-IF
002646     END-IF.
002650     OPEN OUTPUT PESEL-APPLY-RPT-FILE.
002660     IF WS-RPTFILE-STATUS NOT = "00"
002670         DISPLAY "PESEL0090E PESELRAR COULD NOT BE OPENED, "
002680             "FILE STATUS=" WS-RPTFILE-STATUS
002690         MOVE 16 TO RETURN-CODE
002700         STOP RUN
002710     END-IF.
002720     STRING WS-CUR-YEAR "-" WS-CUR-MONTH "-" WS-CUR-DAY
002730         DELIMITED BY SIZE INTO RTL-DATE.
002740     MOVE WS-JOB-ID TO RTL-JOB.
002750     MOVE WS-RPT-TITLE TO PESEL-APPLY-RPT-RECORD.
002760     WRITE PESEL-APPLY-RPT-RECORD.
002770     MOVE SPACES TO PESEL-APPLY-RPT-RECORD.
002780     WRITE PESEL-APPLY-RPT-RECORD.
002790     MOVE "APPLIED" TO PESEL-APPLY-RPT-RECORD.
002800     WRITE PESEL-APPLY-RPT-RECORD.
002810     MOVE WS-RPT-HDR TO PESEL-APPLY-RPT-RECORD.
002820     WRITE PESEL-APPLY-RPT-RECORD.
002830     PERFORM 2100-READ-MISMATCH THRU 2100-EXIT.
002840 1000-EXIT.
002850     EXIT.
002860
002870*================================================================
002880*    2000-PROCESS-MISMATCH
002890*    ONLY RECORDS THE REVIEWER MARKED 'Y' ARE ACTED ON - PENDING
002900*    AND NOT-APPROVED ONES ARE COUNTED AND LEFT ALONE.  AN
002910*    APPROVED "NOT IN REGISTRY" (CODE 1) HAS NO SAFE AUTOMATIC
002920*    ACTION AND IS REFUSED BACK TO THE CSRS FOR PSMT.
002930*================================================================
002940 2000-PROCESS-MISMATCH.
002950     ADD 1 TO WS-CNT-READ.
002960     IF NOT MM-APPROVED
002970         ADD 1 TO WS-CNT-NOT-APPROVED
002980         GO TO 2000-NEXT
002990     END-IF.
003000     EVALUATE TRUE
003010         WHEN MM-NUMBER-CHANGED
003020             PERFORM 3000-APPLY-NUMBER-CHANGE THRU 3000-EXIT
003030         WHEN MM-DECEASED-ACTIVE
003040             PERFORM 3500-APPLY-DECEASED THRU 3500-EXIT
003050         WHEN MM-NOT-IN-REGISTRY
003060             MOVE "NOT IN REGISTRY - WORK THROUGH PSMT"
003070                 TO WS-REFUSE-REASON
003080             PERFORM 4500-REFUSE-MISMATCH THRU 4500-EXIT
003090         WHEN OTHER
003100             MOVE "UNKNOWN MISMATCH CODE" TO WS-REFUSE-REASON
003110             PERFORM 4500-REFUSE-MISMATCH THRU 4500-EXIT
003120     END-EVALUATE.
003130 2000-NEXT.
003140     PERFORM 2100-READ-MISMATCH THRU 2100-EXIT.
003150 2000-EXIT.
003160     EXIT.
003170
003180*================================================================
003190*    2100-READ-MISMATCH
003200*================================================================
003210 2100-READ-MISMATCH.
003220     READ PESEL-MISMATCH-FILE
003230         AT END
003240             MOVE 'Y' TO WS-EOF-SWITCH
003250     END-READ.
003260 2100-EXIT.
003270     EXIT.
003280
003290 2200-CALC-CHECKSUM.
003300* PESEL: [ABCDEFGHIJK]
003310* K=(9*A + 7*B + 3*C + D + 9*E + 7*F + 3*G + H + 9*I + 7*J) MOD 10
003320     MOVE 0 TO WS-CHECK-TOTAL.
003330
003340     MOVE WS-PESEL(1:1) TO WS-CHECK-PARTIAL.
003350     MULTIPLY 9 BY WS-CHECK-PARTIAL.
003360     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
003370
003380     MOVE WS-PESEL(2:1) TO WS-CHECK-PARTIAL.
003390     MULTIPLY 7 BY WS-CHECK-PARTIAL.
003400     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
003410
003420     MOVE WS-PESEL(3:1) TO WS-CHECK-PARTIAL.
003430     MULTIPLY 3 BY WS-CHECK-PARTIAL.
003440     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
003450
003460     MOVE WS-PESEL(4:1) TO WS-CHECK-PARTIAL.
003470     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
003480
003490     MOVE WS-PESEL(5:1) TO WS-CHECK-PARTIAL.
003500     MULTIPLY 9 BY WS-CHECK-PARTIAL.
003510     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
003520
003530     MOVE WS-PESEL(6:1) TO WS-CHECK-PARTIAL.
003540     MULTIPLY 7 BY WS-CHECK-PARTIAL.
003550     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
003560
003570     MOVE WS-PESEL(7:1) TO WS-CHECK-PARTIAL.
003580     MULTIPLY 3 BY WS-CHECK-PARTIAL.
003590     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
003600
003610     MOVE WS-PESEL(8:1) TO WS-CHECK-PARTIAL.
003620     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
003630
003640     MOVE WS-PESEL(9:1) TO WS-CHECK-PARTIAL.
003650     MULTIPLY 9 BY WS-CHECK-PARTIAL.
003660     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
003670
003680     MOVE WS-PESEL(10:1) TO WS-CHECK-PARTIAL.
003690     MULTIPLY 7 BY WS-CHECK-PARTIAL.
003700     ADD WS-CHECK-PARTIAL TO WS-CHECK-TOTAL.
003710
003720     MOVE WS-CHECK-TOTAL(3:1) TO WS-CHECK-DIGIT.
003730 2200-EXIT.
003740     EXIT.
003750
003760*================================================================
003770*    3000-APPLY-NUMBER-CHANGE
003780*    EVERY GATE IS CHECKED BEFORE ANYTHING IS WRITTEN, SO A
003790*    REFUSAL LEAVES CUSTMAS, CUSTXREF, AND THE JOURNAL UNTOUCHED.
003800*    THEN: THE RECORD IS ADDED UNDER THE NEW PESEL EXACTLY AS IT
003810*    STOOD (SAME NAME, ADDRESS, DATE ADDED, STATUS, BRANCH); THE
003820*    OLD KEY IS REWRITTEN BLANK AND CM-SUPERSEDED, SO THE OLD
003830*    NUMBER STAYS "ON FILE" AND CAN NEVER ONBOARD AS A SECOND
003840*    CUSTOMER; AND THE CROSS-REFERENCE RECORDS WHERE IT WENT.
003843*    LAST, THE CUSTOMER'S GUARDIAN LINKS MOVE TO THE NEW PESEL
003846*    (3700).
003847*    THE NEW RECORD IS JOURNALED ONLY ONCE THE OLD KEY HAS BEEN
003848*    REWRITTEN; IF THAT REWRITE FAILS THE NEW KEY IS DELETED
003849*    AGAIN (3050) AND THE CHANGE IS REFUSED.
003850*================================================================
003860 3000-APPLY-NUMBER-CHANGE.
003870     IF MM-NEW-PESEL NOT NUMERIC
003880         MOVE "NEW PESEL NOT NUMERIC" TO WS-REFUSE-REASON
003890         PERFORM 4500-REFUSE-MISMATCH THRU 4500-EXIT
003900         GO TO 3000-EXIT
003910     END-IF.
003920     MOVE MM-NEW-PESEL TO WS-PESEL.
003930     PERFORM 2200-CALC-CHECKSUM THRU 2200-EXIT.
003940     IF WS-CHECK-DIGIT NOT = WS-PESEL-CHECK-DIGIT
003950         MOVE "NEW PESEL FAILS CHECKSUM" TO WS-REFUSE-REASON
003960         PERFORM 4500-REFUSE-MISMATCH THRU 4500-EXIT
003970         GO TO 3000-EXIT
003980     END-IF.
003990     IF WS-NEW-PESEL = MM-PESEL
004000         MOVE "NEW PESEL SAME AS OLD PESEL" TO WS-REFUSE-REASON
004010         PERFORM 4500-REFUSE-MISMATCH THRU 4500-EXIT
004020         GO TO 3000-EXIT
004030     END-IF.
004040     MOVE WS-NEW-PESEL TO CM-PESEL.
004050     READ CUSTOMER-MASTER-FILE
004060         INVALID KEY
004070             CONTINUE
004080         NOT INVALID KEY
004090             MOVE "NEW PESEL ALREADY ON FILE" TO WS-REFUSE-REASON
004100             PERFORM 4500-REFUSE-MISMATCH THRU 4500-EXIT
004110             GO TO 3000-EXIT
004120     END-READ.
004130     MOVE MM-PESEL TO CX-OLD-PESEL.
004140     READ CUSTOMER-XREF-FILE
004150         INVALID KEY
004160             CONTINUE
004170         NOT INVALID KEY
004180             MOVE "OLD PESEL ALREADY CROSS-REFERENCED"
004190                 TO WS-REFUSE-REASON
004200             PERFORM 4500-REFUSE-MISMATCH THRU 4500-EXIT
004210             GO TO 3000-EXIT
004220     END-READ.
004230     MOVE MM-PESEL TO CM-PESEL.
004240     READ CUSTOMER-MASTER-FILE
004250         INVALID KEY
004260             MOVE "OLD PESEL NOT ON FILE" TO WS-REFUSE-REASON
004270             PERFORM 4500-REFUSE-MISMATCH THRU 4500-EXIT
004280             GO TO 3000-EXIT
004290     END-READ.
004300     IF CM-ERASED
004310         MOVE "OLD PESEL ERASED" TO WS-REFUSE-REASON
004320         PERFORM 4500-REFUSE-MISMATCH THRU 4500-EXIT
004330         GO TO 3000-EXIT
004340     END-IF.
004350     IF CM-SUPERSEDED
004360         MOVE "OLD PESEL ALREADY RENUMBERED" TO WS-REFUSE-REASON
004370         PERFORM 4500-REFUSE-MISMATCH THRU 4500-EXIT
004380         GO TO 3000-EXIT
004390     END-IF.
004400     MOVE CUSTOMER-MASTER-RECORD TO WS-OLD-RECORD.
004410     MOVE WS-NEW-PESEL TO CM-PESEL.
004420     WRITE CUSTOMER-MASTER-RECORD
004430         INVALID KEY
004440             MOVE "NEW PESEL ALREADY ON FILE" TO WS-REFUSE-REASON
004450             PERFORM 4500-REFUSE-MISMATCH THRU 4500-EXIT
004460             GO TO 3000-EXIT
004470     END-WRITE.
004480     MOVE CUSTOMER-MASTER-RECORD  TO WS-NEW-RECORD.
004540     MOVE WS-OLD-RECORD           TO CUSTOMER-MASTER-RECORD.
004550     MOVE SPACES                  TO CM-CUSTOMER-NAME.
004560     MOVE SPACES                  TO CM-ADDRESS.
004565     MOVE SPACE                   TO CM-ADDRESS-FLAG.
004570     MOVE 'S'                     TO CM-STATUS-FLAG.
004580     REWRITE CUSTOMER-MASTER-RECORD
004590         INVALID KEY
004600             DISPLAY "PESEL0091E CUSTMAS REWRITE FAILED FOR OLD "
004610                 "PESEL " MM-PESEL ", FILE STATUS="
004620                 WS-CUSTMAS-STATUS
004623             ADD 1 TO WS-CNT-MAST-FAILED
004626             PERFORM 3050-BACK-OUT-NEW-KEY THRU 3050-EXIT
004629             MOVE "CUSTMAS REWRITE FAILED" TO WS-REFUSE-REASON
004632             PERFORM 4500-REFUSE-MISMATCH THRU 4500-EXIT
004635             GO TO 3000-EXIT
004640     END-REWRITE.
004641     MOVE WS-NEW-PESEL            TO WS-JRNL-PESEL.
004642     MOVE 'A'                     TO WS-JRNL-ACTION.
004643     MOVE SPACES                  TO WS-JRNL-BEFORE.
004644     MOVE WS-NEW-RECORD           TO WS-JRNL-AFTER.
004645     MOVE MM-PESEL                TO WS-JRNL-LINKED.
004646     PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT.
004650     MOVE MM-PESEL                TO WS-JRNL-PESEL.
004660     MOVE 'N'                     TO WS-JRNL-ACTION.
004670     MOVE WS-OLD-RECORD           TO WS-JRNL-BEFORE.
004680     MOVE CUSTOMER-MASTER-RECORD  TO WS-JRNL-AFTER.
004690     MOVE WS-NEW-PESEL            TO WS-JRNL-LINKED.
004700     PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT.
004710     MOVE SPACES                  TO CUSTOMER-XREF-RECORD.
004720     MOVE MM-PESEL                TO CX-OLD-PESEL.
004730     MOVE WS-NEW-PESEL            TO CX-NEW-PESEL.
004740     MOVE WS-TODAY-NUM            TO CX-DATE-CHANGED.
004750     MOVE WS-JOB-ID               TO CX-JOB-ID.
004760     MOVE MM-REVIEWER             TO CX-REVIEWER.
004770     WRITE CUSTOMER-XREF-RECORD
004780         INVALID KEY
004790             DISPLAY "PESEL0091E CUSTXREF WRITE FAILED FOR OLD "
004800                 "PESEL " MM-PESEL ", FILE STATUS="
004810                 WS-CUSTXREF-STATUS
004820             ADD 1 TO WS-CNT-XREF-FAILED
004830     END-WRITE.
004835     PERFORM 3700-MOVE-GUARDIAN-LINKS THRU 3700-EXIT.
004840     ADD 1 TO WS-CNT-RENUMBERED.
004850     MOVE "RENUMBERED" TO RAP-FINDING.
004860     MOVE "MOVED TO NEW PESEL, OLD KEY SUPERSEDED"
004870         TO RAP-DETAIL.
004880     PERFORM 4000-WRITE-APPLIED-LINE THRU 4000-EXIT.
004890 3000-EXIT.
004891     EXIT.
004892
004893*================================================================
004894*    3050-BACK-OUT-NEW-KEY
004895*    THE OLD KEY COULD NOT BE SUPERSEDED, SO THE RECORD JUST ADDED
004896*    UNDER THE NEW PESEL IS TAKEN OFF AGAIN.  SHOULD THAT FAIL TOO
004897*    THE CUSTOMER IS ON FILE UNDER BOTH NUMBERS - SAID SO LOUDLY
004898*    FOR THE CSRS TO PUT RIGHT BY HAND.
004899*================================================================
004900 3050-BACK-OUT-NEW-KEY.
004901     MOVE WS-NEW-PESEL TO CM-PESEL.
004902     DELETE CUSTOMER-MASTER-FILE RECORD
004903         INVALID KEY
004904             DISPLAY "PESEL0227E CUSTMAS DELETE FAILED FOR NEW "
004905                 "PESEL " WS-NEW-PESEL ", FILE STATUS="
004906                 WS-CUSTMAS-STATUS
004907             DISPLAY "PESEL0227E PESEL " MM-PESEL " IS NOW ON "
004908                 "CUSTMAS UNDER BOTH NUMBERS - FIX BY HAND"
004909             ADD 1 TO WS-CNT-MAST-FAILED
004910     END-DELETE.
004911 3050-EXIT.
004914     EXIT.
004917
004920*================================================================
004930*    3500-APPLY-DECEASED
004940*    FLAGS THE CUSTOMER CM-DECEASED.  AN ERASED OR ALREADY
004950*    RENUMBERED KEY HAS NOBODY BEHIND IT TO FLAG, AND A RECORD
004960*    ALREADY DECEASED NEEDS NOTHING - ALL THREE ARE REFUSED.
004970*================================================================
004980 3500-APPLY-DECEASED.
004990     MOVE MM-PESEL TO CM-PESEL.
005000     READ CUSTOMER-MASTER-FILE
005010         INVALID KEY
005020             MOVE "PESEL NOT ON FILE" TO WS-REFUSE-REASON
005030             PERFORM 4500-REFUSE-MISMATCH THRU 4500-EXIT
005040             GO TO 3500-EXIT
005050     END-READ.
005060     IF CM-ERASED
005070         MOVE "RECORD ERASED" TO WS-REFUSE-REASON
005080         PERFORM 4500-REFUSE-MISMATCH THRU 4500-EXIT
005090         GO TO 3500-EXIT
005100     END-IF.
005110     IF CM-SUPERSEDED
005120         MOVE "PESEL RENUMBERED - NOT THE CURRENT KEY"
005130             TO WS-REFUSE-REASON
005140         PERFORM 4500-REFUSE-MISMATCH THRU 4500-EXIT
005150         GO TO 3500-EXIT
005160     END-IF.
005170     IF CM-DECEASED
005180         MOVE "ALREADY FLAGGED DECEASED" TO WS-REFUSE-REASON
005190         PERFORM 4500-REFUSE-MISMATCH THRU 4500-EXIT
005200         GO TO 3500-EXIT
005210     END-IF.
005220     MOVE CUSTOMER-MASTER-RECORD TO WS-OLD-RECORD.
005230     MOVE 'D' TO CM-STATUS-FLAG.
005240     REWRITE CUSTOMER-MASTER-RECORD
005250         INVALID KEY
005260             MOVE "CUSTMAS REWRITE FAILED" TO WS-REFUSE-REASON
005270             PERFORM 4500-REFUSE-MISMATCH THRU 4500-EXIT
005280             GO TO 3500-EXIT
005290     END-REWRITE.
005300     MOVE MM-PESEL                TO WS-JRNL-PESEL.
005310     MOVE 'I'                     TO WS-JRNL-ACTION.
005320     MOVE WS-OLD-RECORD           TO WS-JRNL-BEFORE.
005330     MOVE CUSTOMER-MASTER-RECORD  TO WS-JRNL-AFTER.
005340     MOVE SPACES                  TO WS-JRNL-LINKED.
005350     PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT.
005360     ADD 1 TO WS-CNT-DECEASED.
005370     MOVE "DECEASED" TO RAP-FINDING.
005380     MOVE "STATUS SET TO DECEASED" TO RAP-DETAIL.
005390     PERFORM 4000-WRITE-APPLIED-LINE THRU 4000-EXIT.
005400 3500-EXIT.
005410     EXIT.
005420
005430*================================================================
005440*    3600-WRITE-JOURNAL
005450*    RECORDS ONE CUSTMAS CHANGE.  THE KEY IS PESEL + STAMP TO THE
005460*    HUNDREDTH; ON THE RARE DUPLICATE THE SEQUENCE IS BUMPED AND
005470*    THE WRITE RETRIED.
005480*================================================================
005490 3600-WRITE-JOURNAL.
005500     MOVE SPACES                  TO CUSTOMER-JOURNAL-RECORD.
005510     MOVE WS-JRNL-PESEL           TO CJ-PESEL.
005520     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
005530     MOVE WS-TS-RAW(1:16)         TO CJ-STAMP.
005540     MOVE 0                       TO CJ-SEQ.
005550     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
005560            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
005570         DELIMITED BY SIZE INTO WS-TS-DISP.
005580     MOVE WS-TS-DISP              TO CJ-TIMESTAMP.
005590     MOVE WS-JRNL-ACTION          TO CJ-ACTION.
005600     MOVE "PESELRAP"              TO CJ-SOURCE.
005610     MOVE WS-JOB-ID               TO CJ-USER-ID.
005620     MOVE CM-SOURCE-BRANCH        TO CJ-BRANCH.
005630     MOVE WS-JRNL-BEFORE          TO CJ-BEFORE-IMAGE.
005640     MOVE WS-JRNL-AFTER           TO CJ-AFTER-IMAGE.
005643     MOVE WS-JRNL-BEFORE(95:1)    TO CJB-ADDRESS-FLAG.
005646     MOVE WS-JRNL-AFTER(95:1)     TO CJA-ADDRESS-FLAG.
005650     MOVE WS-JRNL-LINKED          TO CJ-LINKED-PESEL.
005660 3600-PUT.
005670     WRITE CUSTOMER-JOURNAL-RECORD.
005680     IF WS-CUSTJRNL-STATUS = "22" AND CJ-SEQ < 99
005690         ADD 1 TO CJ-SEQ
005700         GO TO 3600-PUT
005710     END-IF.
005720     IF WS-CUSTJRNL-STATUS NOT = "00"
005730         ADD 1 TO WS-CNT-JRNL-FAILED
005740         DISPLAY "PESEL0092E CUSTJRNL WRITE FAILED FOR PESEL "
005750             WS-JRNL-PESEL ", FILE STATUS=" WS-CUSTJRNL-STATUS
005760     END-IF.
005770 3600-EXIT.
005780     EXIT.
005790
005800*================================================================
005801*    3700-MOVE-GUARDIAN-LINKS
005802*    RE-KEYS EVERY LINK, OPEN OR CLOSED, IN WHICH THE OLD PESEL IS
005803*    THE CHILD (A GENERIC BROWSE ON THE PRIMARY KEY) OR THE
005804*    GUARDIAN (A BROWSE ON THE ALTERNATE KEY).  EACH
005805*    IS WRITTEN AGAIN UNDER THE NEW PESEL WITH EVERYTHING ELSE AS
005806*    IT WAS, THEN THE OLD ROW IS DELETED - THE COPY CARRIES ITS
005807*    WHOLE HISTORY AND CUSTXREF RECORDS THE OLD NUMBER.  A LINK
005808*    WHOSE COPY CANNOT BE WRITTEN IS LEFT UNDER THE OLD PESEL.
005809*================================================================
005810 3700-MOVE-GUARDIAN-LINKS.
005811     IF NOT WS-GRD-AVAILABLE
005812         GO TO 3700-EXIT
005813     END-IF.
005814     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
005815     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
005816            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
005817         DELIMITED BY SIZE INTO WS-TS-DISP.
005818     MOVE 0        TO WS-GM-COUNT.
005819     MOVE 'N'      TO WS-GRD-BROWSE-SWITCH.
005820     MOVE MM-PESEL TO GL-CHILD-PESEL.
005821     MOVE ZEROS    TO GL-GUARDIAN-PESEL.
005822     START GUARDIAN-LINK-FILE KEY IS NOT LESS THAN GL-KEY
005823         INVALID KEY
005824             GO TO 3700-AS-GUARDIAN
005825     END-START.
005826     PERFORM 3710-TAKE-NEXT-AS-CHILD THRU 3710-EXIT
005827         UNTIL WS-GRD-BROWSE-DONE.
005828 3700-AS-GUARDIAN.
005829     MOVE 'N'      TO WS-GRD-BROWSE-SWITCH.
005830     MOVE MM-PESEL TO GL-GUARDIAN-PESEL.
005831     START GUARDIAN-LINK-FILE KEY IS EQUAL TO GL-GUARDIAN-PESEL
005832         INVALID KEY
005833             GO TO 3700-MOVE
005834     END-START.
005835     PERFORM 3720-TAKE-NEXT-AS-GUARDIAN THRU 3720-EXIT
005836         UNTIL WS-GRD-BROWSE-DONE.
005837 3700-MOVE.
005838     PERFORM 3750-MOVE-LINK THRU 3750-EXIT
005839         VARYING WS-GM-SUB FROM 1 BY 1
005840         UNTIL WS-GM-SUB > WS-GM-COUNT.
005841 3700-EXIT.
005842     EXIT.
005843
005844 3710-TAKE-NEXT-AS-CHILD.
005845     READ GUARDIAN-LINK-FILE NEXT RECORD
005846         AT END
005847             MOVE 'Y' TO WS-GRD-BROWSE-SWITCH
005848             GO TO 3710-EXIT
005849     END-READ.
005850     IF GL-CHILD-PESEL NOT = MM-PESEL
005851         MOVE 'Y' TO WS-GRD-BROWSE-SWITCH
005852         GO TO 3710-EXIT
005853     END-IF.
005854     MOVE 'C' TO WS-GM-TAKE-ROLE.
005855     PERFORM 3730-TABLE-LINK THRU 3730-EXIT.
005856 3710-EXIT.
005857     EXIT.
005858
005859 3720-TAKE-NEXT-AS-GUARDIAN.
005860     READ GUARDIAN-LINK-FILE NEXT RECORD
005861         AT END
005862             MOVE 'Y' TO WS-GRD-BROWSE-SWITCH
005863             GO TO 3720-EXIT
005864     END-READ.
005865     IF GL-GUARDIAN-PESEL NOT = MM-PESEL
005866         MOVE 'Y' TO WS-GRD-BROWSE-SWITCH
005867         GO TO 3720-EXIT
005868     END-IF.
005869     MOVE 'G' TO WS-GM-TAKE-ROLE.
005870     PERFORM 3730-TABLE-LINK THRU 3730-EXIT.
005871 3720-EXIT.
005872     EXIT.
005873
005874*    A LINK PAST THE END OF THE TABLE IS COUNTED AND NAMED.
005875 3730-TABLE-LINK.
005876     IF WS-GM-COUNT < WS-GM-MAX
005877         ADD 1 TO WS-GM-COUNT
005878     ELSE
005879         ADD 1 TO WS-CNT-GRD-FAILED
005880         DISPLAY "PESEL0216E GUARDLNK LINK " GL-CHILD-PESEL "/"
005881             GL-GUARDIAN-PESEL " NOT MOVED TO NEW PESEL "
005882             WS-NEW-PESEL " - TOO MANY LINKS"
005883         GO TO 3730-EXIT
005884     END-IF.
005885     MOVE GUARDIAN-LINK-RECORD TO WS-GM-RECORD(WS-GM-COUNT).
005886     MOVE WS-GM-TAKE-ROLE      TO WS-GM-ROLE(WS-GM-COUNT).
005887 3730-EXIT.
005888     EXIT.
005889
005890 3750-MOVE-LINK.
005891     MOVE WS-GM-RECORD(WS-GM-SUB) TO GUARDIAN-LINK-RECORD.
005892     IF WS-GM-ROLE(WS-GM-SUB) = 'C'
005893         MOVE WS-NEW-PESEL TO GL-CHILD-PESEL
005894     ELSE
005895         MOVE WS-NEW-PESEL TO GL-GUARDIAN-PESEL
005896     END-IF.
005897     MOVE WS-JOB-ID  TO GL-CHANGED-BY.
005898     MOVE WS-TS-DISP TO GL-CHANGED-TIMESTAMP.
005899     WRITE GUARDIAN-LINK-RECORD.
005900     IF WS-GUARDLNK-STATUS NOT = "00"
005901         ADD 1 TO WS-CNT-GRD-FAILED
005902         DISPLAY "PESEL0216E GUARDLNK WRITE FAILED FOR LINK "
005903             GL-CHILD-PESEL "/" GL-GUARDIAN-PESEL
005904             ", FILE STATUS=" WS-GUARDLNK-STATUS
005905         GO TO 3750-EXIT
005906     END-IF.
005907     MOVE WS-GM-RECORD(WS-GM-SUB) TO GUARDIAN-LINK-RECORD.
005908     DELETE GUARDIAN-LINK-FILE RECORD.
005909     IF WS-GUARDLNK-STATUS NOT = "00"
005910         ADD 1 TO WS-CNT-GRD-FAILED
005911         DISPLAY "PESEL0216E GUARDLNK DELETE FAILED FOR LINK "
005912             GL-CHILD-PESEL "/" GL-GUARDIAN-PESEL
005913             ", FILE STATUS=" WS-GUARDLNK-STATUS
005914         GO TO 3750-EXIT
005915     END-IF.
005916     ADD 1 TO WS-CNT-GRD-MOVED.
005917 3750-EXIT.
005918     EXIT.
005919
005920*================================================================
005921*    4000-WRITE-APPLIED-LINE
005922*================================================================
005923 4000-WRITE-APPLIED-LINE.
005924     MOVE MM-PESEL     TO RAP-PESEL.
005925     MOVE MM-NEW-PESEL TO RAP-NEW-PESEL.
005926     MOVE MM-REVIEWER  TO RAP-REVIEWER.
005927     MOVE WS-RPT-LINE  TO PESEL-APPLY-RPT-RECORD.
005928     WRITE PESEL-APPLY-RPT-RECORD.
005929 4000-EXIT.
005930     EXIT.
005931
005932*================================================================
005933*    4500-REFUSE-MISMATCH
005940*    HOLDS THE REFUSAL FOR THE REFUSED SECTION AT END OF RUN.
005950*================================================================
005960 4500-REFUSE-MISMATCH.
005970     ADD 1 TO WS-CNT-REFUSED.
005980     IF WS-REF-COUNT < WS-REF-MAX
005990         ADD 1 TO WS-REF-COUNT
006000         MOVE MM-CODE          TO WS-REF-CODE(WS-REF-COUNT)
006010         MOVE MM-PESEL         TO WS-REF-PESEL(WS-REF-COUNT)
006020         MOVE MM-NEW-PESEL     TO WS-REF-NEW-PESEL(WS-REF-COUNT)
006030         MOVE MM-REVIEWER      TO WS-REF-REVIEWER(WS-REF-COUNT)
006040         MOVE WS-REFUSE-REASON TO WS-REF-REASON(WS-REF-COUNT)
006050     ELSE
006060         ADD 1 TO WS-CNT-REF-OVERFLOW
006070         DISPLAY "PESEL0093W REFUSED " MM-PESEL " - "
006080             WS-REFUSE-REASON
006090     END-IF.
006100 4500-EXIT.
006110     EXIT.
006120
006130*================================================================
006140*    8000-FINALIZE
006150*    THE REFUSED SECTION, THEN TOTALS.  ENDS RC 4 WHEN ANYTHING
006160*    WAS REFUSED SO THE CSRS KNOW TO LOOK, RC 8 WHEN A JOURNAL,
006170*    CUSTMAS, CROSS-REFERENCE, OR GUARDIAN LINK WRITE FAILED.
006180*================================================================
006190 8000-FINALIZE.
006200     MOVE SPACES TO PESEL-APPLY-RPT-RECORD.
006210     WRITE PESEL-APPLY-RPT-RECORD.
006220     MOVE "REFUSED" TO PESEL-APPLY-RPT-RECORD.
006230     WRITE PESEL-APPLY-RPT-RECORD.
006240     MOVE WS-RPT-HDR TO PESEL-APPLY-RPT-RECORD.
006250     WRITE PESEL-APPLY-RPT-RECORD.
006260     PERFORM 8100-WRITE-REFUSED-LINE THRU 8100-EXIT
006270         VARYING WS-REF-SUB FROM 1 BY 1
006280         UNTIL WS-REF-SUB > WS-REF-COUNT.
006290     MOVE SPACES TO PESEL-APPLY-RPT-RECORD.
006300     WRITE PESEL-APPLY-RPT-RECORD.
006310     MOVE "MISMATCH RECORDS READ" TO SUM-LABEL.
006320     MOVE WS-CNT-READ TO SUM-COUNT.
006330     MOVE WS-SUM-LINE TO PESEL-APPLY-RPT-RECORD.
006340     WRITE PESEL-APPLY-RPT-RECORD.
006350     MOVE "NOT APPROVED - LEFT ALONE" TO SUM-LABEL.
006360     MOVE WS-CNT-NOT-APPROVED TO SUM-COUNT.
006370     MOVE WS-SUM-LINE TO PESEL-APPLY-RPT-RECORD.
006380     WRITE PESEL-APPLY-RPT-RECORD.
006390     MOVE "NUMBER CHANGES APPLIED" TO SUM-LABEL.
006400     MOVE WS-CNT-RENUMBERED TO SUM-COUNT.
006410     MOVE WS-SUM-LINE TO PESEL-APPLY-RPT-RECORD.
006420     WRITE PESEL-APPLY-RPT-RECORD.
006430     MOVE "DECEASED FLAGS APPLIED" TO SUM-LABEL.
006440     MOVE WS-CNT-DECEASED TO SUM-COUNT.
006450     MOVE WS-SUM-LINE TO PESEL-APPLY-RPT-RECORD.
006460     WRITE PESEL-APPLY-RPT-RECORD.
006470     MOVE "REFUSED" TO SUM-LABEL.
006480     MOVE WS-CNT-REFUSED TO SUM-COUNT.
006490     MOVE WS-SUM-LINE TO PESEL-APPLY-RPT-RECORD.
006500     WRITE PESEL-APPLY-RPT-RECORD.
006510     MOVE "REFUSED, NOT LISTED (SEE SYSOUT)" TO SUM-LABEL.
006520     MOVE WS-CNT-REF-OVERFLOW TO SUM-COUNT.
006530     MOVE WS-SUM-LINE TO PESEL-APPLY-RPT-RECORD.
006540     WRITE PESEL-APPLY-RPT-RECORD.
006550     MOVE "JOURNAL WRITES FAILED" TO SUM-LABEL.
006560     MOVE WS-CNT-JRNL-FAILED TO SUM-COUNT.
006570     MOVE WS-SUM-LINE TO PESEL-APPLY-RPT-RECORD.
006580     WRITE PESEL-APPLY-RPT-RECORD.
006583     MOVE "CUSTMAS UPDATES FAILED" TO SUM-LABEL.
006586     MOVE WS-CNT-MAST-FAILED TO SUM-COUNT.
006589     MOVE WS-SUM-LINE TO PESEL-APPLY-RPT-RECORD.
006592     WRITE PESEL-APPLY-RPT-RECORD.
006595     MOVE "CUSTXREF WRITES FAILED" TO SUM-LABEL.
006600     MOVE WS-CNT-XREF-FAILED TO SUM-COUNT.
006610     MOVE WS-SUM-LINE TO PESEL-APPLY-RPT-RECORD.
006620     WRITE PESEL-APPLY-RPT-RECORD.
006621     MOVE "GUARDIAN LINKS MOVED" TO SUM-LABEL.
006622     MOVE WS-CNT-GRD-MOVED TO SUM-COUNT.
006623     MOVE WS-SUM-LINE TO PESEL-APPLY-RPT-RECORD.
006624     WRITE PESEL-APPLY-RPT-RECORD.
006625     MOVE "GUARDIAN LINK MOVES FAILED" TO SUM-LABEL.
006626     MOVE WS-CNT-GRD-FAILED TO SUM-COUNT.
006627     MOVE WS-SUM-LINE TO PESEL-APPLY-RPT-RECORD.
006628     WRITE PESEL-APPLY-RPT-RECORD.
006630     CLOSE PESEL-MISMATCH-FILE.
006640     CLOSE CUSTOMER-MASTER-FILE.
006650     CLOSE CUSTOMER-XREF-FILE.
006660     CLOSE CUSTOMER-JOURNAL-FILE.
006662     IF WS-GRD-AVAILABLE
006664         CLOSE GUARDIAN-LINK-FILE
006666     END-IF.
006670     CLOSE PESEL-APPLY-RPT-FILE.
006680     DISPLAY "PESEL0094I MISMATCHES READ: " WS-CNT-READ.
006690     DISPLAY "PESEL0094I NOT APPROVED:    " WS-CNT-NOT-APPROVED.
006700     DISPLAY "PESEL0094I RENUMBERED:      " WS-CNT-RENUMBERED.
006710     DISPLAY "PESEL0094I DECEASED:        " WS-CNT-DECEASED.
006720     DISPLAY "PESEL0094I REFUSED:         " WS-CNT-REFUSED.
006730     DISPLAY "PESEL0094I JRNL FAILED:     " WS-CNT-JRNL-FAILED.
006735     DISPLAY "PESEL0094I CUSTMAS FAILED:  " WS-CNT-MAST-FAILED.
006740     DISPLAY "PESEL0094I XREF FAILED:     " WS-CNT-XREF-FAILED.
006743     DISPLAY "PESEL0094I GRD MOVED:       " WS-CNT-GRD-MOVED.
006746     DISPLAY "PESEL0094I GRD FAILED:      " WS-CNT-GRD-FAILED.
006750     IF WS-CNT-REFUSED > 0
006760         MOVE 4 TO RETURN-CODE
006770     END-IF.
006780     IF WS-CNT-JRNL-FAILED > 0 OR WS-CNT-XREF-FAILED > 0
006785         OR WS-CNT-GRD-FAILED > 0 OR WS-CNT-MAST-FAILED > 0
006790         MOVE 8 TO RETURN-CODE
006800     END-IF.
006810 8000-EXIT.
006820     EXIT.
006830
006840*================================================================
006850*    8100-WRITE-REFUSED-LINE
006860*================================================================
006870 8100-WRITE-REFUSED-LINE.
006880     MOVE WS-REF-PESEL(WS-REF-SUB)     TO RAP-PESEL.
006890     EVALUATE WS-REF-CODE(WS-REF-SUB)
006900         WHEN 1
006910             MOVE "NOTINREG"   TO RAP-FINDING
006920         WHEN 2
006930             MOVE "DECEASED"   TO RAP-FINDING
006940         WHEN 3
006950             MOVE "CHANGED"    TO RAP-FINDING
006960         WHEN OTHER
006970             MOVE "UNKNOWN"    TO RAP-FINDING
006980     END-EVALUATE.
006990     MOVE WS-REF-NEW-PESEL(WS-REF-SUB) TO RAP-NEW-PESEL.
007000     MOVE WS-REF-REVIEWER(WS-REF-SUB)  TO RAP-REVIEWER.
007010     MOVE WS-REF-REASON(WS-REF-SUB)    TO RAP-DETAIL.
007020     MOVE WS-RPT-LINE TO PESEL-APPLY-RPT-RECORD.
007030     WRITE PESEL-APPLY-RPT-RECORD.
007040 8100-EXIT.
007050     EXIT.
007060
007070 END PROGRAM PESELRAP.
