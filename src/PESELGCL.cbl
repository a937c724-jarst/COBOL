000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PESELGCL.
000030 AUTHOR.        R-SZYMANSKI.
000040 INSTALLATION.  CUSTOMER-ONBOARDING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RS  ORIGINAL PROGRAM.  NIGHTLY GUARDIAN LINK CLOSE.
000110*                 READS THE GUARDIAN LINK FILE (GUARDLNK) START TO
000120*                 FINISH AND CLOSES EVERY OPEN LINK WHOSE CHILD
000130*                 HAS REACHED 18 - THE BIRTH DATE IS DECODED FROM
000140*                 THE CHILD'S PESEL THE SAME WAY THE VALIDATOR
000150*                 DOES - OR WHOSE KEYED END DATE HAS PASSED.  A
000160*                 LINK CLOSED AT 18 ENDS THE DAY BEFORE THE 18TH
000170*                 BIRTHDAY.  CLOSED LINKS STAY ON FILE.  RC 4 IF
000180*                 A CHILD'S PESEL DOES NOT DECODE (THE LINK IS
000190*                 LEFT OPEN AND NAMED ON SYSOUT); RC 8 IF A
000200*                 REWRITE FAILS.
000210*================================================================
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-370.
000250 OBJECT-COMPUTER.   IBM-370.
000260
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT GUARDIAN-LINK-FILE
000300         ASSIGN TO "GUARDLNK"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS GL-KEY
000340         ALTERNATE RECORD KEY IS GL-GUARDIAN-PESEL
000350             WITH DUPLICATES
000360         FILE STATUS IS WS-GUARDLNK-STATUS.
000370
000380     SELECT RUN-HISTORY-FILE
000390         ASSIGN TO "RUNHIST"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RUNHIST-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  GUARDIAN-LINK-FILE.
000460     COPY GUARDLNK.
000470
000480 FD  RUN-HISTORY-FILE.
000490     COPY RUNHIST.
000500
000510 WORKING-STORAGE SECTION.
000520 77  WS-GUARDLNK-STATUS   PIC X(02) VALUE SPACES.
000530 77  WS-RUNHIST-STATUS    PIC X(02) VALUE SPACES.
000540
000550*----------------------------------------------------------------
000560* THE CHILD'S PESEL, BROKEN OUT THE SAME WAY THE BATCH
000570* VALIDATOR (PESEL.CBL) BREAKS OUT AN INCOMING NUMBER - THE
000580* BIRTH-DATE PARAGRAPHS BELOW ARE PORTS OF ITS 2350/2355/2357
000590* AND MUST STAY IN STEP WITH THEM.
000600*----------------------------------------------------------------
000610 01  WS-PESEL.
000620     03  WS-PESEL-MAIN.
000630         05 WS-DATE.
000640             07  WS-YEAR     PIC 9(2).
000650             07  WS-MONTH    PIC 9(2).
000660                 88 IS-1800  VALUES 81 THRU 92.
000670                 88 IS-1900  VALUES  1 THRU 12.
000680                 88 IS-2000  VALUES 21 THRU 32.
000690                 88 IS-2100  VALUES 41 THRU 52.
000700                 88 IS-2200  VALUES 61 THRU 72.
000710             07  WS-DAY      PIC 9(2).
000720         05  WS-NUMBER.
000730             07 WS-SEQ       PIC 9(3).
000740             07 WS-GEN       PIC 9(1).
000750     03  WS-PESEL-CHECK-DIGIT    PIC 9(1).
000760
000770 01  WS-CENTURY-BASE      PIC 9(4).
000780 01  WS-REAL-MONTH        PIC 9(2).
000790 01  WS-REAL-YEAR         PIC 9(4).
000800 01  WS-MAX-DAY           PIC 9(2).
000810
000820 77  WS-REM4              PIC 9(4).
000830 77  WS-REM100            PIC 9(4).
000840 77  WS-REM400            PIC 9(4).
000850 77  WS-DIV-TEMP          PIC 9(4).
000860
000870*----------------------------------------------------------------
000880* THE CHILD'S 18TH BIRTHDAY AND THE LAST DAY BEFORE IT (2400).
000890* A 29 FEBRUARY BIRTHDAY TURNS 18 ON 1 MARCH IN A COMMON YEAR -
000900* THE SAME DAY THE VALIDATOR'S AGE CALCULATION FIRST GIVES 18.
000910*----------------------------------------------------------------
000920 01  WS-MAJORITY-DATE     PIC 9(08).
000930 01  WS-MINORITY-END      PIC 9(08).
000940 01  WS-TODAY-NUM         PIC 9(08).
000950
000960 01  WS-SWITCHES.
000970     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
000980         88  WS-END-OF-LINKS         VALUE 'Y'.
000990     05  WS-LINKS-OPEN-SWITCH PIC X(01) VALUE 'N'.
001000         88  WS-LINKS-AVAILABLE      VALUE 'Y'.
001010     05  WS-DATE-SWITCH       PIC X(01) VALUE 'N'.
001020         88  WS-DATE-OK               VALUE 'Y'.
001030         88  WS-DATE-BAD              VALUE 'N'.
001040
001050 01  WS-JOB-ID            PIC X(08) VALUE SPACES.
001060
001070 01  WS-TIMESTAMP.
001080     05  WS-TS-RAW.
001090         10  WS-TS-YEAR       PIC 9(4).
001100         10  WS-TS-MONTH      PIC 9(2).
001110         10  WS-TS-DAY        PIC 9(2).
001120         10  WS-TS-HOUR       PIC 9(2).
001130         10  WS-TS-MINUTE     PIC 9(2).
001140         10  WS-TS-SECOND     PIC 9(2).
001150         10  FILLER           PIC X(09).
001160     05  WS-TS-DISP       PIC X(19).
001170
001180*    START TIMESTAMP OF THIS RUN, KEPT FOR THE RUN-HISTORY LINE
001190*    AND STAMPED ON EVERY LINK CLOSED.
001200 01  WS-RUN-START-TS      PIC X(19) VALUE SPACES.
001210
001220 01  WS-STATS.
001230     05  WS-CNT-READ          PIC 9(7) COMP VALUE 0.
001240     05  WS-CNT-OPEN          PIC 9(7) COMP VALUE 0.
001250     05  WS-CNT-CLOSED-18     PIC 9(7) COMP VALUE 0.
001260     05  WS-CNT-CLOSED-ENDED  PIC 9(7) COMP VALUE 0.
001270     05  WS-CNT-UNDECODABLE   PIC 9(7) COMP VALUE 0.
001280     05  WS-CNT-FAILED        PIC 9(7) COMP VALUE 0.
001290
001300 PROCEDURE DIVISION.
001310*================================================================
001320*    0000-MAINLINE
001330*================================================================
001340 0000-MAINLINE.
001350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001360     PERFORM 2000-PROCESS-LINK THRU 2000-EXIT
001370         UNTIL WS-END-OF-LINKS.
001380     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001390     STOP RUN.
001400
001410*================================================================
001420*    1000-INITIALIZE
001430*    NO LINK FILE YET SIMPLY MEANS NO GUARDIAN HAS BEEN LINKED -
001440*    THE RUN ENDS RC 0 WITH NOTHING TO CLOSE.
001450*================================================================
001460 1000-INITIALIZE.
001470     ACCEPT WS-JOB-ID FROM COMMAND-LINE.
001480     IF WS-JOB-ID = SPACES
001490         MOVE "BATCH" TO WS-JOB-ID
001500     END-IF.
001510     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
001520     MOVE WS-TS-RAW(1:8) TO WS-TODAY-NUM.
001530     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
001540            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
001550         DELIMITED BY SIZE INTO WS-TS-DISP.
001560     MOVE WS-TS-DISP TO WS-RUN-START-TS.
001570     OPEN I-O GUARDIAN-LINK-FILE.
001580     IF WS-GUARDLNK-STATUS = "35"
001590         DISPLAY "PESEL0180I NO GUARDLNK FILE - NO LINKS TO CLOSE"
001600         MOVE 'Y' TO WS-EOF-SWITCH
001610         GO TO 1000-EXIT
001620     END-IF.
001630     IF WS-GUARDLNK-STATUS NOT = "00"
001640         DISPLAY "PESEL0179E GUARDLNK COULD NOT BE OPENED, "
001650             "FILE STATUS=" WS-GUARDLNK-STATUS
001660         MOVE 16 TO RETURN-CODE
001670         STOP RUN
001680     END-IF.
001690     MOVE 'Y' TO WS-LINKS-OPEN-SWITCH.
001700     PERFORM 2100-READ-LINK THRU 2100-EXIT.
001710 1000-EXIT.
001720     EXIT.
001730
001740*================================================================
001750*    2000-PROCESS-LINK
001760*    ONLY OPEN LINKS ARE LOOKED AT.  REACHING 18 TAKES PRECEDENCE
001770*    OVER AN END DATE THAT HAS ALSO PASSED, SO THE CLOSE REASON
001780*    SAYS WHY THE LINK COULD NOT HAVE STAYED OPEN.
001790*================================================================
001800 2000-PROCESS-LINK.
001810     ADD 1 TO WS-CNT-READ.
001820     IF NOT GL-OPEN
001830         GO TO 2000-NEXT
001840     END-IF.
001850     ADD 1 TO WS-CNT-OPEN.
001860     MOVE GL-CHILD-PESEL TO WS-PESEL.
001870     PERFORM 2350-VALIDATE-BIRTH-DATE THRU 2350-EXIT.
001880     IF WS-DATE-BAD
001890         ADD 1 TO WS-CNT-UNDECODABLE
001900         DISPLAY "PESEL0181W CHILD PESEL DOES NOT DECODE, LINK "
001910             GL-CHILD-PESEL "/" GL-GUARDIAN-PESEL " LEFT OPEN"
001920         GO TO 2000-NEXT
001930     END-IF.
001940     PERFORM 2400-CALC-MAJORITY THRU 2400-EXIT.
001950     IF WS-TODAY-NUM NOT < WS-MAJORITY-DATE
001960         MOVE 'A' TO GL-CLOSE-REASON
001970         IF GL-EFFECTIVE-TO = ZEROS
001980                 OR GL-EFFECTIVE-TO > WS-MINORITY-END
001990             MOVE WS-MINORITY-END TO GL-EFFECTIVE-TO
002000         END-IF
002010         PERFORM 2500-CLOSE-LINK THRU 2500-EXIT
002020         IF WS-GUARDLNK-STATUS = "00"
002030             ADD 1 TO WS-CNT-CLOSED-18
002040         END-IF
002050         GO TO 2000-NEXT
002060     END-IF.
002070     IF GL-EFFECTIVE-TO NOT = ZEROS
002080             AND GL-EFFECTIVE-TO < WS-TODAY-NUM
002090         MOVE 'T' TO GL-CLOSE-REASON
002100         PERFORM 2500-CLOSE-LINK THRU 2500-EXIT
002110         IF WS-GUARDLNK-STATUS = "00"
002120             ADD 1 TO WS-CNT-CLOSED-ENDED
002130         END-IF
002140     END-IF.
002150 2000-NEXT.
002160     PERFORM 2100-READ-LINK THRU 2100-EXIT.
002170 2000-EXIT.
002180     EXIT.
002190
002200*================================================================
002210*    2100-READ-LINK
002220*================================================================
002230 2100-READ-LINK.
002240     READ GUARDIAN-LINK-FILE NEXT RECORD
002250         AT END
002260             MOVE 'Y' TO WS-EOF-SWITCH
002270     END-READ.
002280 2100-EXIT.
002290     EXIT.
002300
002310*================================================================
002320*    2350-VALIDATE-BIRTH-DATE
002330*    SAME RULES THE VALIDATOR APPLIES TO AN INCOMING PESEL -
002340*    MONTH CODE IN A DEFINED CENTURY RANGE AND A REAL DAY OF
002350*    THE DECODED MONTH/YEAR.
002360*================================================================
002370 2350-VALIDATE-BIRTH-DATE.
002380     IF IS-1800 OR IS-1900 OR IS-2000 OR IS-2100 OR IS-2200
002390         MOVE 'Y' TO WS-DATE-SWITCH
002400         PERFORM 2355-DECODE-CENTURY THRU 2355-EXIT
002410         IF WS-DAY = 0 OR WS-DAY > WS-MAX-DAY
002420             MOVE 'N' TO WS-DATE-SWITCH
002430         END-IF
002440     ELSE
002450         MOVE 'N' TO WS-DATE-SWITCH
002460     END-IF.
002470 2350-EXIT.
002480     EXIT.
002490
002500 2355-DECODE-CENTURY.
002510     IF IS-1800
002520         MOVE 1800 TO WS-CENTURY-BASE
002530         COMPUTE WS-REAL-MONTH = WS-MONTH - 80
002540     ELSE IF IS-1900
002550         MOVE 1900 TO WS-CENTURY-BASE
002560         MOVE WS-MONTH TO WS-REAL-MONTH
002570     ELSE IF IS-2000
002580         MOVE 2000 TO WS-CENTURY-BASE
002590         COMPUTE WS-REAL-MONTH = WS-MONTH - 20
002600     ELSE IF IS-2100
002610         MOVE 2100 TO WS-CENTURY-BASE
002620         COMPUTE WS-REAL-MONTH = WS-MONTH - 40
002630     ELSE IF IS-2200
002640         MOVE 2200 TO WS-CENTURY-BASE
002650         COMPUTE WS-REAL-MONTH = WS-MONTH - 60
002660     END-IF.
002670     COMPUTE WS-REAL-YEAR = WS-CENTURY-BASE + WS-YEAR.
002680     PERFORM 2357-SET-MAX-DAY THRU 2357-EXIT.
002690 2355-EXIT.
002700     EXIT.
002710
002720 2357-SET-MAX-DAY.
002730     EVALUATE WS-REAL-MONTH
002740         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
002750             MOVE 31 TO WS-MAX-DAY
002760         WHEN 4 WHEN 6 WHEN 9 WHEN 11
002770             MOVE 30 TO WS-MAX-DAY
002780         WHEN 2
002790             DIVIDE WS-REAL-YEAR BY 400
002800                 GIVING WS-DIV-TEMP REMAINDER WS-REM400
002810             DIVIDE WS-REAL-YEAR BY 100
002820                 GIVING WS-DIV-TEMP REMAINDER WS-REM100
002830             DIVIDE WS-REAL-YEAR BY 4
002840                 GIVING WS-DIV-TEMP REMAINDER WS-REM4
002850             IF WS-REM400 = 0
002860                 MOVE 29 TO WS-MAX-DAY
002870             ELSE IF WS-REM100 = 0
002880                 MOVE 28 TO WS-MAX-DAY
002890             ELSE IF WS-REM4 = 0
002900                 MOVE 29 TO WS-MAX-DAY
002910             ELSE
002920                 MOVE 28 TO WS-MAX-DAY
002930             END-IF
002940         WHEN OTHER
002950             MOVE 0 TO WS-MAX-DAY
002960     END-EVALUATE.
002970 2357-EXIT.
002980     EXIT.
002990
003000*================================================================
003010*    2400-CALC-MAJORITY
003020*    SAME CALCULATION AS THE PSGD TRANSACTION (PESELGRD) USES TO
003030*    REFUSE A LINK FOR A CHILD WHO IS ALREADY 18.
003040*================================================================
003050 2400-CALC-MAJORITY.
003060     COMPUTE WS-MAJORITY-DATE = (WS-REAL-YEAR + 18) * 10000
003070         + WS-REAL-MONTH * 100 + WS-DAY.
003080     IF FUNCTION TEST-DATE-YYYYMMDD(WS-MAJORITY-DATE) NOT = 0
003090         COMPUTE WS-MAJORITY-DATE = (WS-REAL-YEAR + 18) * 10000
003100             + 301
003110     END-IF.
003120     COMPUTE WS-MINORITY-END = FUNCTION DATE-OF-INTEGER
003130         (FUNCTION INTEGER-OF-DATE(WS-MAJORITY-DATE) - 1).
003140 2400-EXIT.
003150     EXIT.
003160
003170*================================================================
003180*    2500-CLOSE-LINK
003190*    THE CALLER HAS SET THE CLOSE REASON (AND THE END DATE FOR A
003200*    CLOSE AT 18).  A FAILED REWRITE LEAVES THE LINK OPEN FOR
003210*    TOMORROW NIGHT'S RUN AND ENDS THIS ONE RC 8.
003220*================================================================
003230 2500-CLOSE-LINK.
003240     MOVE 'C'             TO GL-STATUS.
003250     MOVE WS-JOB-ID       TO GL-CHANGED-BY.
003260     MOVE WS-RUN-START-TS TO GL-CHANGED-TIMESTAMP.
003270     REWRITE GUARDIAN-LINK-RECORD.
003280     IF WS-GUARDLNK-STATUS NOT = "00"
003290         ADD 1 TO WS-CNT-FAILED
003300         DISPLAY "PESEL0182E GUARDLNK REWRITE FAILED FOR LINK "
003310             GL-CHILD-PESEL "/" GL-GUARDIAN-PESEL
003320             ", FILE STATUS=" WS-GUARDLNK-STATUS
003330     END-IF.
003340 2500-EXIT.
003350     EXIT.
003360
003370*================================================================
003380*    8000-FINALIZE
003390*================================================================
003400 8000-FINALIZE.
003410     IF WS-LINKS-AVAILABLE
003420         CLOSE GUARDIAN-LINK-FILE
003430     END-IF.
003440     DISPLAY "PESEL0183I LINKS READ:           " WS-CNT-READ.
003450     DISPLAY "PESEL0183I OPEN LINKS CHECKED:   " WS-CNT-OPEN.
003460     DISPLAY "PESEL0183I CLOSED - CHILD AT 18: "
003470         WS-CNT-CLOSED-18.
003480     DISPLAY "PESEL0183I CLOSED - END DATE:    "
003490         WS-CNT-CLOSED-ENDED.
003500     DISPLAY "PESEL0183I KEYS NOT DECODABLE:   "
003510         WS-CNT-UNDECODABLE.
003520     DISPLAY "PESEL0183I REWRITES FAILED:      " WS-CNT-FAILED.
003530     IF WS-CNT-UNDECODABLE > 0
003540         MOVE 4 TO RETURN-CODE
003550     END-IF.
003560     IF WS-CNT-FAILED > 0
003570         MOVE 8 TO RETURN-CODE
003580     END-IF.
003590     PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
003600 8000-EXIT.
003610     EXIT.
003620
003630*================================================================
003640*    8300-WRITE-RUN-HISTORY
003650*    APPENDS THIS RUN'S LINE TO THE SHARED RUN-HISTORY FILE FOR
003660*    THE PESELTRD TREND REPORT.  A RUN-HISTORY PROBLEM MUST NOT
003670*    FAIL A RUN WHOSE REAL WORK IS DONE, SO TROUBLE HERE IS A
003680*    WARNING ONLY.
003690*================================================================
003700 8300-WRITE-RUN-HISTORY.
003710     OPEN EXTEND RUN-HISTORY-FILE.
003720     IF WS-RUNHIST-STATUS = "35"
003730         OPEN OUTPUT RUN-HISTORY-FILE
003740     END-IF.
003750     IF WS-RUNHIST-STATUS NOT = "00"
003760         DISPLAY "PESEL0217W RUNHIST COULD NOT BE OPENED, "
003770             "FILE STATUS=" WS-RUNHIST-STATUS
003780             " - RUN-HISTORY LINE NOT WRITTEN"
003790         GO TO 8300-EXIT
003800     END-IF.
003810     MOVE SPACES          TO RUN-HISTORY-RECORD.
003820     MOVE WS-JOB-ID       TO RH-JOB-ID.
003830     MOVE "PESELGCL"      TO RH-PROGRAM.
003840     MOVE WS-RUN-START-TS TO RH-START-TIMESTAMP.
003850     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
003860     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
003870            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
003880         DELIMITED BY SIZE INTO WS-TS-DISP.
003890     MOVE WS-TS-DISP      TO RH-END-TIMESTAMP.
003900     MOVE WS-CNT-READ     TO RH-RECORDS.
003910     MOVE RETURN-CODE     TO RH-RETURN-CODE.
003920     WRITE RUN-HISTORY-RECORD.
003930     CLOSE RUN-HISTORY-FILE.
003940 8300-EXIT.
003950     EXIT.
003960
003970 END PROGRAM PESELGCL.
