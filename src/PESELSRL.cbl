000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PESELSRL.
000030 AUTHOR.        R-SZYMANSKI.
000040 INSTALLATION.  CUSTOMER-ONBOARDING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RS  ORIGINAL PROGRAM.  APPLIES THE OPERATOR'S
000110*                 DECISIONS TO THE BRANCH FILES THE NIGHTLY
000120*                 INTAKE (PESELINT) HELD ON THE SUSPENSE FILE
000130*                 (SUSPENSE).  READS A FILE OF DECISIONS
000140*                 (SUSPREQ), ONE PER LINE, BY HOLD ID - 'S'
000150*                 REPLACES THE HELD LINES WITH THE BRANCH'S
000160*                 RE-SENT FILE (RESEND) AND RELEASES IT; 'R'
000170*                 RELEASES THE FILE AS IT WAS RECEIVED; 'X'
000180*                 DROPS IT SO IT IS NEVER MERGED.  A RELEASED
000190*                 FILE IS MERGED BY THE NEXT NIGHT'S INTAKE.  A
000200*                 RE-SENT FILE MUST BALANCE ON ITS OWN TRAILER,
000210*                 COME FROM THE SAME BRANCH, AND NOT HAVE BEEN
000220*                 MERGED ALREADY (INTAKE REGISTER, INTKREG).
000230*                 EVERY DECISION MUST NAME WHO MADE IT, WHICH IS
000240*                 KEPT ON THE CONTROL RECORD WITH THE TIME AND A
000250*                 NOTE.  A HOLD ID NOT ON SUSPENSE, ALREADY
000260*                 LOADED, OR ALREADY IN THE REQUESTED STATE IS
000270*                 REJECTED UNTOUCHED.  RC 0 ALL APPLIED, RC 4
000280*                 SOME REJECTED, RC 16 FILE PROBLEM.
000290*================================================================
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SUSPENSE-REQ-FILE
000380         ASSIGN TO "SUSPREQ"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-REQFILE-STATUS.
000410
000420     SELECT SUSPENSE-FILE
000430         ASSIGN TO "SUSPENSE"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SU-KEY
000470         FILE STATUS IS WS-SUSPENSE-STATUS.
000480
000490     SELECT RESEND-FILE
000500         ASSIGN TO "RESEND"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RESEND-STATUS.
000530
000540     SELECT INTAKE-REGISTER-FILE
000550         ASSIGN TO "INTKREG"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS IR-KEY
000590         FILE STATUS IS WS-INTKREG-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  SUSPENSE-REQ-FILE.
000640 01  SUSPENSE-REQ-RECORD.
000650     05  SRQ-HOLD-ID             PIC X(14).
000660     05  FILLER                  PIC X(01).
000670     05  SRQ-ACTION              PIC X(01).
000680         88  SRQ-RESENT               VALUE 'S'.
000690         88  SRQ-RELEASE              VALUE 'R'.
000700         88  SRQ-DROP                 VALUE 'X'.
000710     05  FILLER                  PIC X(01).
000720     05  SRQ-USER-ID             PIC X(08).
000730     05  FILLER                  PIC X(01).
000740     05  SRQ-NOTE                PIC X(30).
000750
000760 FD  SUSPENSE-FILE.
000770     COPY SUSPENSE.
000780
000790*----------------------------------------------------------------
000800* THE BRANCH'S RE-SENT FILE, ONE BRANCH FILE IN THE PESELIN
000810* LAYOUT, AS IT WOULD HAVE ARRIVED ON BRXMIT.
000820*----------------------------------------------------------------
000830 FD  RESEND-FILE.
000840 01  RESEND-RECORD.
000850     05  RS-PESEL-NUMBER         PIC 9(11).
000860     05  FILLER                  PIC X(74).
000870 01  RESEND-CONTROL.
000880     05  RS-RECORD-TYPE          PIC X(01).
000890         88  RS-HEADER-RECORD             VALUE 'H'.
000900         88  RS-TRAILER-RECORD            VALUE 'T'.
000910     05  FILLER                  PIC X(84).
000920 01  RESEND-HEADER.
000930     05  FILLER                  PIC X(01).
000940     05  RS-BATCH-DATE           PIC 9(08).
000950     05  RS-SOURCE-ID            PIC X(08).
000960     05  FILLER                  PIC X(68).
000970 01  RESEND-TRAILER.
000980     05  FILLER                  PIC X(01).
000990     05  RS-TRL-COUNT            PIC 9(07).
001000     05  RS-TRL-HASH             PIC 9(15).
001010     05  FILLER                  PIC X(62).
001020
001030 FD  INTAKE-REGISTER-FILE.
001040     COPY INTKREG.
001050
001060 WORKING-STORAGE SECTION.
001070 77  WS-REQFILE-STATUS    PIC X(02) VALUE SPACES.
001080 77  WS-SUSPENSE-STATUS   PIC X(02) VALUE SPACES.
001090 77  WS-RESEND-STATUS     PIC X(02) VALUE SPACES.
001100 77  WS-INTKREG-STATUS    PIC X(02) VALUE SPACES.
001110
001120 01  WS-SWITCHES.
001130     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
001140         88  WS-END-OF-REQUESTS      VALUE 'Y'.
001150     05  WS-RS-EOF-SWITCH     PIC X(01) VALUE 'N'.
001160         88  WS-END-OF-RESEND        VALUE 'Y'.
001170     05  WS-RESEND-USED-SWITCH PIC X(01) VALUE 'N'.
001180         88  WS-RESEND-USED          VALUE 'Y'.
001190     05  WS-REGISTER-SWITCH   PIC X(01) VALUE 'N'.
001200         88  WS-REGISTER-OPEN        VALUE 'Y'.
001210
001220 01  WS-JOB-ID            PIC X(08) VALUE SPACES.
001230
001240 01  WS-TIMESTAMP.
001250     05  WS-TS-RAW.
001260         10  WS-TS-YEAR       PIC 9(4).
001270         10  WS-TS-MONTH      PIC 9(2).
001280         10  WS-TS-DAY        PIC 9(2).
001290         10  WS-TS-HOUR       PIC 9(2).
001300         10  WS-TS-MINUTE     PIC 9(2).
001310         10  WS-TS-SECOND     PIC 9(2).
001320         10  FILLER           PIC X(09).
001330     05  WS-TS-DISP       PIC X(19).
001340
001350 01  WS-RESULT            PIC X(40) VALUE SPACES.
001360
001370*    THE HOLD'S CONTROL RECORD AS READ, KEPT WHILE ITS LINES ARE
001380*    REPLACED (WHICH REUSES THE RECORD AREA) AND REWRITTEN LAST.
001390 01  WS-SAVED-CONTROL     PIC X(160) VALUE SPACES.
001400 01  WS-OLD-LINES         PIC 9(07) COMP VALUE 0.
001410 01  WS-LX                PIC 9(07) COMP VALUE 0.
001420
001430*----------------------------------------------------------------
001440* WHAT THE RE-SENT FILE CONTAINS, BALANCED THE SAME WAY THE
001450* INTAKE BALANCES A BRANCH FILE (PESELINT 2200/2400) - KEEP THE
001460* TWO IN STEP.  WS-RS-EXTRA IS SET BY ANYTHING AFTER THE TRAILER
001470* OR A SECOND HEADER: THE FILE MUST BE ONE BRANCH FILE.
001480*----------------------------------------------------------------
001490 01  WS-RESEND-TOTALS.
001500     05  WS-RS-LINES          PIC 9(07) COMP VALUE 0.
001510     05  WS-RS-BRANCH         PIC X(04) VALUE SPACES.
001520     05  WS-RS-BATCH-DATE     PIC 9(08) VALUE ZEROS.
001530     05  WS-RS-DETAILS        PIC 9(07) VALUE ZEROS.
001540     05  WS-RS-HASH-TOTAL     PIC 9(15) VALUE ZEROS.
001550     05  WS-RS-TRL-COUNT      PIC 9(07) VALUE ZEROS.
001560     05  WS-RS-TRL-HASH       PIC 9(15) VALUE ZEROS.
001570     05  WS-RS-HEADER-SWITCH  PIC X(01) VALUE 'N'.
001580         88  WS-RS-HAS-HEADER        VALUE 'Y'.
001590     05  WS-RS-TRAILER-SWITCH PIC X(01) VALUE 'N'.
001600         88  WS-RS-HAS-TRAILER       VALUE 'Y'.
001610     05  WS-RS-EXTRA-SWITCH   PIC X(01) VALUE 'N'.
001620         88  WS-RS-EXTRA             VALUE 'Y'.
001630
001640 01  WS-STATS.
001650     05  WS-CNT-REQUESTS      PIC 9(7) COMP VALUE 0.
001660     05  WS-CNT-RESENT        PIC 9(7) COMP VALUE 0.
001670     05  WS-CNT-RELEASED      PIC 9(7) COMP VALUE 0.
001680     05  WS-CNT-DROPPED       PIC 9(7) COMP VALUE 0.
001690     05  WS-CNT-REJECTED      PIC 9(7) COMP VALUE 0.
001700
001710 PROCEDURE DIVISION.
001720*================================================================
001730*    0000-MAINLINE
001740*================================================================
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001770     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
001780         UNTIL WS-END-OF-REQUESTS.
001790     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001800     STOP RUN.
001810
001820*================================================================
001830*    1000-INITIALIZE
001840*    THE INTAKE REGISTER IS ONLY READ.  BEFORE THE FIRST NIGHT'S
001850*    INTAKE HAS CREATED IT THERE IS NOTHING ON IT TO FIND.
001860*================================================================
001870 1000-INITIALIZE.
001880     ACCEPT WS-JOB-ID FROM COMMAND-LINE.
001890     IF WS-JOB-ID = SPACES
001900         MOVE "BATCH" TO WS-JOB-ID
001910     END-IF.
001920     OPEN INPUT SUSPENSE-REQ-FILE.
001930     IF WS-REQFILE-STATUS NOT = "00"
001940         DISPLAY "PESEL0210E SUSPREQ COULD NOT BE OPENED, "
001950             "FILE STATUS=" WS-REQFILE-STATUS
001960         MOVE 16 TO RETURN-CODE
001970         STOP RUN
001980     END-IF.
001990     OPEN I-O SUSPENSE-FILE.
002000     IF WS-SUSPENSE-STATUS NOT = "00"
002010         DISPLAY "PESEL0211E SUSPENSE COULD NOT BE OPENED, "
002020             "FILE STATUS=" WS-SUSPENSE-STATUS
002030         MOVE 16 TO RETURN-CODE
002040         STOP RUN
002050     END-IF.
002060     OPEN INPUT INTAKE-REGISTER-FILE.
002070     IF WS-INTKREG-STATUS = "00"
002080         MOVE 'Y' TO WS-REGISTER-SWITCH
002090     ELSE
002100         IF WS-INTKREG-STATUS NOT = "35"
002110             DISPLAY "PESEL0212E INTKREG COULD NOT BE OPENED, "
002120                 "FILE STATUS=" WS-INTKREG-STATUS
002130             MOVE 16 TO RETURN-CODE
002140             STOP RUN
002150         END-IF
002160     END-IF.
002170     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002180 1000-EXIT.
002190     EXIT.
002200
002210*================================================================
002220*    2000-PROCESS-REQUESTS
002230*    A DECISION WITH NO NAME BEHIND IT, OR ONE THE HOLD'S
002240*    CURRENT STATE DOES NOT ALLOW, IS REJECTED UNTOUCHED.  SO IS
002250*    A RE-SENT FILE THAT DOES NOT PASS 4000.
002260*================================================================
002270 2000-PROCESS-REQUESTS.
002280     ADD 1 TO WS-CNT-REQUESTS.
002290     MOVE SPACES TO WS-RESULT.
002300     IF SRQ-HOLD-ID(5:10) NOT NUMERIC
002310         MOVE "REJECTED - HOLD ID NOT VALID" TO WS-RESULT
002320         GO TO 2000-REJECT
002330     END-IF.
002340     IF NOT SRQ-RESENT AND NOT SRQ-RELEASE AND NOT SRQ-DROP
002350         MOVE "REJECTED - ACTION NOT S, R OR X" TO WS-RESULT
002360         GO TO 2000-REJECT
002370     END-IF.
002380     IF SRQ-USER-ID = SPACES
002390         MOVE "REJECTED - NO USER ID" TO WS-RESULT
002400         GO TO 2000-REJECT
002410     END-IF.
002420     MOVE SRQ-HOLD-ID TO SU-HOLD-ID.
002430     MOVE 0 TO SU-LINE-NO.
002440     READ SUSPENSE-FILE.
002450     IF WS-SUSPENSE-STATUS = "23"
002460         MOVE "REJECTED - NOT ON SUSPENSE" TO WS-RESULT
002470         GO TO 2000-REJECT
002480     END-IF.
002490     IF WS-SUSPENSE-STATUS NOT = "00"
002500         DISPLAY "PESEL0211E SUSPENSE READ FAILED FOR HOLD ID "
002510             SRQ-HOLD-ID ", FILE STATUS=" WS-SUSPENSE-STATUS
002520         MOVE 16 TO RETURN-CODE
002530         STOP RUN
002540     END-IF.
002550     MOVE SUSPENSE-CONTROL TO WS-SAVED-CONTROL.
002560     IF SC-LOADED
002570         MOVE "REJECTED - ALREADY LOADED" TO WS-RESULT
002580         GO TO 2000-REJECT
002590     END-IF.
002600     IF SRQ-RELEASE AND SC-RELEASED
002610         MOVE "REJECTED - ALREADY RELEASED" TO WS-RESULT
002620         GO TO 2000-REJECT
002630     END-IF.
002640     IF SRQ-DROP AND SC-DROPPED
002650         MOVE "REJECTED - ALREADY DROPPED" TO WS-RESULT
002660         GO TO 2000-REJECT
002670     END-IF.
002680     IF SRQ-RESENT
002690         IF WS-RESEND-USED
002700             MOVE "REJECTED - ONE RE-SENT FILE PER RUN"
002710                 TO WS-RESULT
002720             GO TO 2000-REJECT
002730         END-IF
002740         PERFORM 4000-CHECK-RESEND THRU 4000-EXIT
002750         IF WS-RESULT NOT = SPACES
002760             GO TO 2000-REJECT
002770         END-IF
002780         PERFORM 5000-REPLACE-LINES THRU 5000-EXIT
002790     END-IF.
002800     PERFORM 3000-APPLY-DECISION THRU 3000-EXIT.
002810     GO TO 2000-NEXT.
002820 2000-REJECT.
002830     ADD 1 TO WS-CNT-REJECTED.
002840     DISPLAY "PESEL0213I " SRQ-HOLD-ID " " SRQ-ACTION " "
002850         WS-RESULT.
002860 2000-NEXT.
002870     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002880 2000-EXIT.
002890     EXIT.
002900
002910*================================================================
002920*    2100-READ-REQUEST
002930*================================================================
002940 2100-READ-REQUEST.
002950     READ SUSPENSE-REQ-FILE
002960         AT END
002970             MOVE 'Y' TO WS-EOF-SWITCH
002980     END-READ.
002990 2100-EXIT.
003000     EXIT.
003010
003020*================================================================
003030*    3000-APPLY-DECISION
003040*    THE CONTROL RECORD IS REWRITTEN FROM THE COPY READ IN 2000
003050*    (UPDATED BY 5000 FOR A RE-SENT FILE).
003060*================================================================
003070 3000-APPLY-DECISION.
003080     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
003090     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
003100            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
003110         DELIMITED BY SIZE INTO WS-TS-DISP.
003120     MOVE WS-SAVED-CONTROL TO SUSPENSE-RECORD.
003130     IF SRQ-DROP
003140         MOVE 'X' TO SC-STATUS
003150     ELSE
003160         MOVE 'R' TO SC-STATUS
003170     END-IF.
003180     MOVE SRQ-USER-ID TO SC-DECIDED-BY.
003190     MOVE WS-TS-DISP  TO SC-DECIDED-TIMESTAMP.
003200     MOVE SRQ-NOTE    TO SC-DECISION-NOTE.
003210     REWRITE SUSPENSE-RECORD.
003220     IF WS-SUSPENSE-STATUS NOT = "00"
003230         DISPLAY "PESEL0211E SUSPENSE REWRITE FAILED FOR HOLD ID "
003240             SRQ-HOLD-ID ", FILE STATUS=" WS-SUSPENSE-STATUS
003250         MOVE 16 TO RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280     EVALUATE TRUE
003290         WHEN SRQ-RESENT
003300             ADD 1 TO WS-CNT-RESENT
003310             MOVE "RE-SENT - MERGES AT NEXT INTAKE" TO WS-RESULT
003320         WHEN SRQ-RELEASE
003330             ADD 1 TO WS-CNT-RELEASED
003340             MOVE "RELEASED - MERGES AT NEXT INTAKE" TO WS-RESULT
003350         WHEN OTHER
003360             ADD 1 TO WS-CNT-DROPPED
003370             MOVE "DROPPED - WILL NOT BE MERGED" TO WS-RESULT
003380     END-EVALUATE.
003390     DISPLAY "PESEL0213I " SRQ-HOLD-ID " " SRQ-ACTION " "
003400         WS-RESULT " BY " SRQ-USER-ID.
003410 3000-EXIT.
003420     EXIT.
003430
003440*================================================================
003450*    4000-CHECK-RESEND
003460*    FIRST PASS OVER THE RE-SENT FILE: IT MUST BE ONE BRANCH
003470*    FILE, HEADER TO TRAILER, FROM THE HELD FILE'S BRANCH, WHOSE
003480*    COUNT AND HASH MATCH ITS TRAILER, AND NOT ALREADY MERGED.
003490*    LEAVES WS-RESULT SPACES WHEN IT PASSES.
003500*================================================================
003510 4000-CHECK-RESEND.
003520     OPEN INPUT RESEND-FILE.
003530     IF WS-RESEND-STATUS NOT = "00"
003540         MOVE "REJECTED - NO RESEND FILE" TO WS-RESULT
003550         GO TO 4000-EXIT
003560     END-IF.
003570     MOVE 0      TO WS-RS-LINES.
003580     MOVE SPACES TO WS-RS-BRANCH.
003590     MOVE ZEROS  TO WS-RS-BATCH-DATE
003600                    WS-RS-DETAILS
003610                    WS-RS-HASH-TOTAL
003620                    WS-RS-TRL-COUNT
003630                    WS-RS-TRL-HASH.
003640     MOVE 'N'    TO WS-RS-HEADER-SWITCH
003650                    WS-RS-TRAILER-SWITCH
003660                    WS-RS-EXTRA-SWITCH
003670                    WS-RS-EOF-SWITCH.
003680     PERFORM 4100-READ-RESEND THRU 4100-EXIT.
003690     PERFORM 4200-BALANCE-LINE THRU 4200-EXIT
003700         UNTIL WS-END-OF-RESEND.
003710     CLOSE RESEND-FILE.
003720     EVALUATE TRUE
003730         WHEN WS-RS-LINES = 0
003740             MOVE "REJECTED - RESEND FILE EMPTY" TO WS-RESULT
003750         WHEN NOT WS-RS-HAS-HEADER
003760             MOVE "REJECTED - RESEND HAS NO HEADER" TO WS-RESULT
003770         WHEN NOT WS-RS-HAS-TRAILER
003780             MOVE "REJECTED - RESEND HAS NO TRAILER" TO WS-RESULT
003790         WHEN WS-RS-EXTRA
003800             MOVE "REJECTED - RESEND NOT ONE BRANCH FILE"
003810                 TO WS-RESULT
003820         WHEN WS-RS-BRANCH NOT = SRQ-HOLD-ID(1:4)
003830             MOVE "REJECTED - RESEND FROM ANOTHER BRANCH"
003840                 TO WS-RESULT
003850         WHEN WS-RS-DETAILS NOT = WS-RS-TRL-COUNT
003860             MOVE "REJECTED - RESEND COUNT NOT = TRAILER"
003870                 TO WS-RESULT
003880         WHEN WS-RS-HASH-TOTAL NOT = WS-RS-TRL-HASH
003890             MOVE "REJECTED - RESEND HASH NOT = TRAILER"
003900                 TO WS-RESULT
003910         WHEN OTHER
003920             PERFORM 4300-CHECK-REGISTER THRU 4300-EXIT
003930     END-EVALUATE.
003940 4000-EXIT.
003950     EXIT.
003960
003970 4100-READ-RESEND.
003980     READ RESEND-FILE
003990         AT END
004000             MOVE 'Y' TO WS-RS-EOF-SWITCH
004010     END-READ.
004020     IF NOT WS-END-OF-RESEND AND WS-RESEND-STATUS NOT = "00"
004030         DISPLAY "PESEL0211E RESEND READ FAILED, "
004040             "FILE STATUS=" WS-RESEND-STATUS
004050         MOVE 16 TO RETURN-CODE
004060         STOP RUN
004070     END-IF.
004080 4100-EXIT.
004090     EXIT.
004100
004110 4200-BALANCE-LINE.
004120     IF RESEND-RECORD = SPACES
004130         GO TO 4200-NEXT
004140     END-IF.
004150     ADD 1 TO WS-RS-LINES.
004160     IF WS-RS-HAS-TRAILER
004170         MOVE 'Y' TO WS-RS-EXTRA-SWITCH
004180         GO TO 4200-NEXT
004190     END-IF.
004200     IF RS-HEADER-RECORD
004210         IF WS-RS-LINES NOT = 1
004220             MOVE 'Y' TO WS-RS-EXTRA-SWITCH
004230             GO TO 4200-NEXT
004240         END-IF
004250         MOVE 'Y' TO WS-RS-HEADER-SWITCH
004260         MOVE RS-SOURCE-ID(1:4) TO WS-RS-BRANCH
004270         IF RS-BATCH-DATE NUMERIC
004280             MOVE RS-BATCH-DATE TO WS-RS-BATCH-DATE
004290         END-IF
004300         GO TO 4200-NEXT
004310     END-IF.
004320     IF RS-TRAILER-RECORD
004330         MOVE 'Y' TO WS-RS-TRAILER-SWITCH
004340         IF RS-TRL-COUNT NUMERIC
004350             MOVE RS-TRL-COUNT TO WS-RS-TRL-COUNT
004360         END-IF
004370         IF RS-TRL-HASH NUMERIC
004380             MOVE RS-TRL-HASH TO WS-RS-TRL-HASH
004390         END-IF
004400         GO TO 4200-NEXT
004410     END-IF.
004420     ADD 1 TO WS-RS-DETAILS.
004430     COMPUTE WS-RS-HASH-TOTAL = FUNCTION MOD
004440         (WS-RS-HASH-TOTAL + RS-PESEL-NUMBER, 1000000000000000).
004450 4200-NEXT.
004460     PERFORM 4100-READ-RESEND THRU 4100-EXIT.
004470 4200-EXIT.
004480     EXIT.
004490
004500*    THE SAME LOOKUP THE INTAKE MAKES FOR A FILE RECEIVED TWICE
004510*    (PESELINT 2500) - THE BRANCH MAY HAVE RE-SENT THROUGH BRXMIT
004520*    AS WELL, IN WHICH CASE THE HELD COPY SHOULD BE DROPPED.
004530 4300-CHECK-REGISTER.
004540     IF NOT WS-REGISTER-OPEN
004550         GO TO 4300-EXIT
004560     END-IF.
004570     MOVE WS-RS-BRANCH     TO IR-BRANCH.
004580     MOVE WS-RS-BATCH-DATE TO IR-BATCH-DATE.
004590     MOVE WS-RS-DETAILS    TO IR-DETAIL-COUNT.
004600     MOVE WS-RS-HASH-TOTAL TO IR-HASH-TOTAL.
004610     READ INTAKE-REGISTER-FILE.
004620     IF WS-INTKREG-STATUS = "00"
004630         STRING "REJECTED - RESEND MERGED ON " IR-INTAKE-DATE
004640             DELIMITED BY SIZE INTO WS-RESULT
004650         GO TO 4300-EXIT
004660     END-IF.
004670     IF WS-INTKREG-STATUS NOT = "23"
004680         DISPLAY "PESEL0212E INTKREG READ FAILED FOR BRANCH "
004690             WS-RS-BRANCH ", FILE STATUS=" WS-INTKREG-STATUS
004700         MOVE 16 TO RETURN-CODE
004710         STOP RUN
004720     END-IF.
004730 4300-EXIT.
004740     EXIT.
004750
004760*================================================================
004770*    5000-REPLACE-LINES
004780*    SECOND PASS: THE HELD LINES ARE DELETED AND THE RE-SENT
004790*    FILE'S LINES STORED UNDER THE SAME HOLD ID, THEN THE SAVED
004800*    CONTROL RECORD IS UPDATED FOR 3000 TO REWRITE.  A LINE
004810*    ALREADY ON FILE (A RUN THAT STOPPED PART WAY THROUGH) IS
004820*    WRITTEN OVER, SO THE SAME DECISION CAN SIMPLY BE RERUN.
004830*================================================================
004840 5000-REPLACE-LINES.
004850     MOVE SC-LINES TO WS-OLD-LINES.
004860     PERFORM 5100-DELETE-LINE THRU 5100-EXIT
004870         VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-OLD-LINES.
004880     OPEN INPUT RESEND-FILE.
004890     IF WS-RESEND-STATUS NOT = "00"
004900         DISPLAY "PESEL0211E RESEND COULD NOT BE REOPENED, "
004910             "FILE STATUS=" WS-RESEND-STATUS
004920         MOVE 16 TO RETURN-CODE
004930         STOP RUN
004940     END-IF.
004950     MOVE 'N' TO WS-RS-EOF-SWITCH.
004960     MOVE 0 TO WS-LX.
004970     PERFORM 4100-READ-RESEND THRU 4100-EXIT.
004980     PERFORM 5200-STORE-LINE THRU 5200-EXIT
004990         UNTIL WS-END-OF-RESEND.
005000     CLOSE RESEND-FILE.
005010     MOVE WS-SAVED-CONTROL TO SUSPENSE-RECORD.
005020     MOVE WS-LX            TO SC-LINES.
005030     MOVE WS-RS-BATCH-DATE TO SC-BATCH-DATE.
005040     MOVE WS-RS-DETAILS    TO SC-DETAILS.
005050     MOVE WS-RS-HASH-TOTAL TO SC-HASH-TOTAL.
005060     MOVE WS-RS-TRL-COUNT  TO SC-TRL-COUNT.
005070     MOVE WS-RS-TRL-HASH   TO SC-TRL-HASH.
005080     MOVE 'Y'              TO SC-RESENT.
005090     MOVE SUSPENSE-CONTROL TO WS-SAVED-CONTROL.
005100     MOVE 'Y' TO WS-RESEND-USED-SWITCH.
005110 5000-EXIT.
005120     EXIT.
005130
005140 5100-DELETE-LINE.
005150     MOVE SRQ-HOLD-ID TO SU-HOLD-ID.
005160     MOVE WS-LX TO SU-LINE-NO.
005170     DELETE SUSPENSE-FILE RECORD.
005180     IF WS-SUSPENSE-STATUS NOT = "00"
005190             AND WS-SUSPENSE-STATUS NOT = "23"
005200         DISPLAY "PESEL0211E SUSPENSE DELETE FAILED FOR HOLD ID "
005210             SRQ-HOLD-ID " LINE " SU-LINE-NO
005220             ", FILE STATUS=" WS-SUSPENSE-STATUS
005230         MOVE 16 TO RETURN-CODE
005240         STOP RUN
005250     END-IF.
005260 5100-EXIT.
005270     EXIT.
005280
005290 5200-STORE-LINE.
005300     IF RESEND-RECORD = SPACES
005310         GO TO 5200-NEXT
005320     END-IF.
005330     ADD 1 TO WS-LX.
005340     MOVE SPACES        TO SUSPENSE-RECORD.
005350     MOVE SRQ-HOLD-ID   TO SU-HOLD-ID.
005360     MOVE WS-LX         TO SU-LINE-NO.
005370     MOVE RESEND-RECORD TO SU-LINE.
005380     WRITE SUSPENSE-RECORD.
005390     IF WS-SUSPENSE-STATUS = "22"
005400         REWRITE SUSPENSE-RECORD
005410     END-IF.
005420     IF WS-SUSPENSE-STATUS NOT = "00"
005430         DISPLAY "PESEL0211E SUSPENSE WRITE FAILED FOR HOLD ID "
005440             SRQ-HOLD-ID " LINE " SU-LINE-NO
005450             ", FILE STATUS=" WS-SUSPENSE-STATUS
005460         MOVE 16 TO RETURN-CODE
005470         STOP RUN
005480     END-IF.
005490 5200-NEXT.
005500     PERFORM 4100-READ-RESEND THRU 4100-EXIT.
005510 5200-EXIT.
005520     EXIT.
005530
005540*================================================================
005550*    8000-FINALIZE
005560*================================================================
005570 8000-FINALIZE.
005580     CLOSE SUSPENSE-REQ-FILE.
005590     CLOSE SUSPENSE-FILE.
005600     IF WS-REGISTER-OPEN
005610         CLOSE INTAKE-REGISTER-FILE
005620     END-IF.
005630     DISPLAY "PESEL0214I DECISIONS READ:  " WS-CNT-REQUESTS.
005640     DISPLAY "PESEL0214I RE-SENT:         " WS-CNT-RESENT.
005650     DISPLAY "PESEL0214I RELEASED:        " WS-CNT-RELEASED.
005660     DISPLAY "PESEL0214I DROPPED:         " WS-CNT-DROPPED.
005670     DISPLAY "PESEL0214I REJECTED:        " WS-CNT-REJECTED.
005680     IF WS-CNT-REJECTED > 0
005690         MOVE 4 TO RETURN-CODE
005700     END-IF.
005710 8000-EXIT.
005720     EXIT.
005730
005740 END PROGRAM PESELSRL.
