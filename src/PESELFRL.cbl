000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PESELFRL.
000030 AUTHOR.        R-SZYMANSKI.
000040 INSTALLATION.  CUSTOMER-ONBOARDING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RS  ORIGINAL PROGRAM.  APPLIES THE FRAUD TEAM'S
000110*                 DECISIONS TO THE FRAUD HOLD FILE (FRAUDHLD)
000120*                 THAT THE NIGHTLY SCREEN (PESELFRS) FILLS.
000130*                 READS A FILE OF DECISIONS (FRAUDREQ), ONE PER
000140*                 LINE - 'R' RELEASES A HELD (OR EARLIER
000150*                 REFUSED) CUSTOMER SO THE NEXT PESELLD RUN
000160*                 LOADS IT; 'X' REFUSES A HELD (OR RELEASED BUT
000170*                 NOT YET LOADED) CUSTOMER SO IT IS NEVER LOADED.
000180*                 EVERY DECISION MUST NAME WHO MADE IT, WHICH IS
000190*                 KEPT ON THE HOLD WITH THE TIME AND A NOTE.  A
000200*                 PESEL NOT HELD, ALREADY LOADED, OR ALREADY IN
000210*                 THE REQUESTED STATE IS REJECTED UNTOUCHED.
000220*                 RC 0 ALL APPLIED, RC 4 SOME REJECTED, RC 16
000230*                 FILE PROBLEM.
000240*================================================================
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT FRAUD-REQ-FILE
000330         ASSIGN TO "FRAUDREQ"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-REQFILE-STATUS.
000360
000370     SELECT FRAUD-HOLD-FILE
000380         ASSIGN TO "FRAUDHLD"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS FH-PESEL
000420         FILE STATUS IS WS-FRAUDHLD-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  FRAUD-REQ-FILE.
000470 01  FRAUD-REQ-RECORD.
000480     05  FRQ-PESEL               PIC X(11).
000490     05  FILLER                  PIC X(01).
000500     05  FRQ-ACTION              PIC X(01).
000510         88  FRQ-RELEASE              VALUE 'R'.
000520         88  FRQ-REFUSE               VALUE 'X'.
000530     05  FILLER                  PIC X(01).
000540     05  FRQ-USER-ID             PIC X(08).
000550     05  FILLER                  PIC X(01).
000560     05  FRQ-NOTE                PIC X(30).
000570
000580 FD  FRAUD-HOLD-FILE.
000590     COPY FRAUDHLD.
000600
000610 WORKING-STORAGE SECTION.
000620 77  WS-REQFILE-STATUS    PIC X(02) VALUE SPACES.
000630 77  WS-FRAUDHLD-STATUS   PIC X(02) VALUE SPACES.
000640
000650 01  WS-SWITCHES.
000660     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
000670         88  WS-END-OF-REQUESTS      VALUE 'Y'.
000680
000690 01  WS-JOB-ID            PIC X(08) VALUE SPACES.
000700
000710 01  WS-TIMESTAMP.
000720     05  WS-TS-RAW.
000730         10  WS-TS-YEAR       PIC 9(4).
000740         10  WS-TS-MONTH      PIC 9(2).
000750         10  WS-TS-DAY        PIC 9(2).
000760         10  WS-TS-HOUR       PIC 9(2).
000770         10  WS-TS-MINUTE     PIC 9(2).
000780         10  WS-TS-SECOND     PIC 9(2).
000790         10  FILLER           PIC X(09).
000800     05  WS-TS-DISP       PIC X(19).
000810
000820 01  WS-RESULT            PIC X(40) VALUE SPACES.
000830
000840 01  WS-STATS.
000850     05  WS-CNT-REQUESTS      PIC 9(7) COMP VALUE 0.
000860     05  WS-CNT-RELEASED      PIC 9(7) COMP VALUE 0.
000870     05  WS-CNT-REFUSED       PIC 9(7) COMP VALUE 0.
000880     05  WS-CNT-REJECTED      PIC 9(7) COMP VALUE 0.
000890
000900 PROCEDURE DIVISION.
000910*================================================================
000920*    0000-MAINLINE
000930*================================================================
000940 0000-MAINLINE.
000950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000960     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
000970         UNTIL WS-END-OF-REQUESTS.
000980     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000990     STOP RUN.
001000
001010*================================================================
001020*    1000-INITIALIZE
001030*================================================================
001040 1000-INITIALIZE.
001050     ACCEPT WS-JOB-ID FROM COMMAND-LINE.
001060     IF WS-JOB-ID = SPACES
001070         MOVE "BATCH" TO WS-JOB-ID
001080     END-IF.
001090     OPEN INPUT FRAUD-REQ-FILE.
001100     IF WS-REQFILE-STATUS NOT = "00"
001110         DISPLAY "PESEL0150E FRAUDREQ COULD NOT BE OPENED, "
001120             "FILE STATUS=" WS-REQFILE-STATUS
001130         MOVE 16 TO RETURN-CODE
001140         STOP RUN
001150     END-IF.
001160     OPEN I-O FRAUD-HOLD-FILE.
001170     IF WS-FRAUDHLD-STATUS NOT = "00"
001180         DISPLAY "PESEL0151E FRAUDHLD COULD NOT BE OPENED, "
001190             "FILE STATUS=" WS-FRAUDHLD-STATUS
001200         MOVE 16 TO RETURN-CODE
001210         STOP RUN
001220     END-IF.
001230     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
001240 1000-EXIT.
001250     EXIT.
001260
001270*================================================================
001280*    2000-PROCESS-REQUESTS
001290*    A DECISION WITH NO NAME BEHIND IT, OR ONE THE HOLD'S
001300*    CURRENT STATE DOES NOT ALLOW, IS REJECTED UNTOUCHED.
001310*================================================================
001320 2000-PROCESS-REQUESTS.
001330     ADD 1 TO WS-CNT-REQUESTS.
001340     IF FRQ-PESEL NOT NUMERIC
001350         MOVE "REJECTED - PESEL NOT NUMERIC" TO WS-RESULT
001360         GO TO 2000-REJECT
001370     END-IF.
001380     IF NOT FRQ-RELEASE AND NOT FRQ-REFUSE
001390         MOVE "REJECTED - ACTION NOT R OR X" TO WS-RESULT
001400         GO TO 2000-REJECT
001410     END-IF.
001420     IF FRQ-USER-ID = SPACES
001430         MOVE "REJECTED - NO USER ID" TO WS-RESULT
001440         GO TO 2000-REJECT
001450     END-IF.
001460     MOVE FRQ-PESEL TO FH-PESEL.
001470     READ FRAUD-HOLD-FILE.
001480     IF WS-FRAUDHLD-STATUS = "23"
001490         MOVE "REJECTED - NOT ON HOLD FILE" TO WS-RESULT
001500         GO TO 2000-REJECT
001510     END-IF.
001520     IF WS-FRAUDHLD-STATUS NOT = "00"
001530         DISPLAY "PESEL0151E FRAUDHLD READ FAILED FOR PESEL "
001540             FRQ-PESEL ", FILE STATUS=" WS-FRAUDHLD-STATUS
001550         MOVE 16 TO RETURN-CODE
001560         STOP RUN
001570     END-IF.
001580     IF FH-LOADED
001590         MOVE "REJECTED - ALREADY LOADED" TO WS-RESULT
001600         GO TO 2000-REJECT
001610     END-IF.
001620     IF FRQ-RELEASE AND FH-RELEASED
001630         MOVE "REJECTED - ALREADY RELEASED" TO WS-RESULT
001640         GO TO 2000-REJECT
001650     END-IF.
001660     IF FRQ-REFUSE AND FH-REFUSED
001670         MOVE "REJECTED - ALREADY REFUSED" TO WS-RESULT
001680         GO TO 2000-REJECT
001690     END-IF.
001700     PERFORM 3000-APPLY-DECISION THRU 3000-EXIT.
001710     GO TO 2000-NEXT.
001720 2000-REJECT.
001730     ADD 1 TO WS-CNT-REJECTED.
001740     DISPLAY "PESEL0152I " FRQ-PESEL " " FRQ-ACTION " "
001750         WS-RESULT.
001760 2000-NEXT.
001770     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
001780 2000-EXIT.
001790     EXIT.
001800
001810*================================================================
001820*    2100-READ-REQUEST
001830*================================================================
001840 2100-READ-REQUEST.
001850     READ FRAUD-REQ-FILE
001860         AT END
001870             MOVE 'Y' TO WS-EOF-SWITCH
001880     END-READ.
001890 2100-EXIT.
001900     EXIT.
001910
001920*================================================================
001930*    3000-APPLY-DECISION
001940*================================================================
001950 3000-APPLY-DECISION.
001960     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
001970     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
001980            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
001990         DELIMITED BY SIZE INTO WS-TS-DISP.
002000     MOVE FRQ-ACTION  TO FH-STATUS.
002010     MOVE FRQ-USER-ID TO FH-DECIDED-BY.
002020     MOVE WS-TS-DISP  TO FH-DECIDED-TIMESTAMP.
002030     MOVE FRQ-NOTE    TO FH-DECISION-NOTE.
002040     REWRITE FRAUD-HOLD-RECORD.
002050     IF WS-FRAUDHLD-STATUS NOT = "00"
002060         DISPLAY "PESEL0151E FRAUDHLD REWRITE FAILED FOR PESEL "
002070             FRQ-PESEL ", FILE STATUS=" WS-FRAUDHLD-STATUS
002080         MOVE 16 TO RETURN-CODE
002090         STOP RUN
002100     END-IF.
002110     IF FRQ-RELEASE
002120         ADD 1 TO WS-CNT-RELEASED
002130         MOVE "RELEASED - LOADS AT NEXT PESELLD" TO WS-RESULT
002140     ELSE
002150         ADD 1 TO WS-CNT-REFUSED
002160         MOVE "REFUSED - WILL NOT BE LOADED" TO WS-RESULT
002170     END-IF.
002180     DISPLAY "PESEL0152I " FRQ-PESEL " " FRQ-ACTION " "
002190         WS-RESULT " BY " FRQ-USER-ID.
002200 3000-EXIT.
002210     EXIT.
002220
002230*================================================================
002240*    8000-FINALIZE
002250*================================================================
002260 8000-FINALIZE.
002270     CLOSE FRAUD-REQ-FILE.
002280     CLOSE FRAUD-HOLD-FILE.
002290     DISPLAY "PESEL0153I DECISIONS READ:  " WS-CNT-REQUESTS.
002300     DISPLAY "PESEL0153I RELEASED:        " WS-CNT-RELEASED.
002310     DISPLAY "PESEL0153I REFUSED:         " WS-CNT-REFUSED.
002320     DISPLAY "PESEL0153I REJECTED:        " WS-CNT-REJECTED.
002330     IF WS-CNT-REJECTED > 0
002340         MOVE 4 TO RETURN-CODE
002350     END-IF.
002360 8000-EXIT.
002370     EXIT.
002380
002390 END PROGRAM PESELFRL.
