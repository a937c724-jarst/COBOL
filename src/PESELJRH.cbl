000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PESELJRH.
000030 AUTHOR.        R-SZYMANSKI.
000040 INSTALLATION.  CUSTOMER-ONBOARDING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RS  ORIGINAL PROGRAM.  CUSTMAS CHANGE-HISTORY
000110*                 REPORT.  LISTS EVERY CUSTMAS CHANGE JOURNAL
000120*                 (CUSTJRNL) ENTRY FOR ONE PESEL, OLDEST FIRST -
000130*                 WHEN, WHAT ACTION, WHICH PROGRAM OR
000140*                 TRANSACTION, WHICH USER OR JOB, TERMINAL, AND
000150*                 BRANCH, WITH THE NAME/ADDRESS/STATUS BEFORE AND
000160*                 AFTER THE CHANGE.  THIS IS WHAT A CSR PULLS
000170*                 WHEN A CUSTOMER DISPUTES A NAME OR ADDRESS OR
000180*                 ASKS WHY THEIR RECORD WENT INACTIVE.  THE PESEL
000190*                 COMES FROM THE COMMAND LINE; A BLANK PARM LISTS
000200*                 THE WHOLE JOURNAL IN PESEL ORDER.
000202* 2026-10-15  RS  A REGISTRY NUMBER CHANGE (PESELRAP) LISTS AS
000204*                 "RENUMBER" UNDER THE OLD PESEL WITH "TO" THE
000206*                 NEW ONE, AND THE ADD UNDER THE NEW PESEL SHOWS
000208*                 WHICH NUMBER IT CAME "FROM".
000210*================================================================
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-370.
000250 OBJECT-COMPUTER.   IBM-370.
000260
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CUSTOMER-JOURNAL-FILE
000300         ASSIGN TO "CUSTJRNL"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CJ-KEY
000340         FILE STATUS IS WS-CUSTJRNL-STATUS.
000350
000360     SELECT PESEL-JRNL-RPT-FILE
000370         ASSIGN TO "PESELJRR"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RPTFILE-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CUSTOMER-JOURNAL-FILE.
000440     COPY CUSTJRNL.
000450
000460 FD  PESEL-JRNL-RPT-FILE.
000470 01  PESEL-JRNL-RPT-RECORD       PIC X(100).
000480
000490 WORKING-STORAGE SECTION.
000500 77  WS-CUSTJRNL-STATUS   PIC X(02) VALUE SPACES.
000510 77  WS-RPTFILE-STATUS    PIC X(02) VALUE SPACES.
000520
000530 01  WS-SWITCHES.
000540     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
000550         88  WS-END-OF-JOURNAL       VALUE 'Y'.
000560     05  WS-ALL-SWITCH        PIC X(01) VALUE 'N'.
000570         88  WS-LIST-ALL             VALUE 'Y'.
000580
000590*----------------------------------------------------------------
000600* THE PESEL TO REPORT ON, TAKEN FROM THE COMMAND LINE.  BLANK
000610* MEANS EVERY PESEL ON THE JOURNAL.
000620*----------------------------------------------------------------
000630 01  WS-PARM-LINE         PIC X(11) VALUE SPACES.
000640 01  WS-PARM-PESEL REDEFINES WS-PARM-LINE PIC 9(11).
000650
000660 01  WS-STATS.
000670     05  WS-CNT-ENTRIES       PIC 9(7) COMP VALUE 0.
000680     05  WS-CNT-PESELS        PIC 9(7) COMP VALUE 0.
000690
000700 77  WS-PREV-PESEL        PIC 9(11) VALUE ZEROS.
000710
000720 01  WS-ENTRY-LINE.
000730     05  JRH-PESEL            PIC 9(11).
000740     05  FILLER               PIC X(02) VALUE SPACES.
000750     05  JRH-TIMESTAMP        PIC X(19).
000760     05  FILLER               PIC X(02) VALUE SPACES.
000770     05  JRH-ACTION           PIC X(10).
000780     05  FILLER               PIC X(02) VALUE SPACES.
000790     05  JRH-SOURCE           PIC X(08).
000800     05  FILLER               PIC X(02) VALUE SPACES.
000810     05  JRH-USER             PIC X(08).
000820     05  FILLER               PIC X(02) VALUE SPACES.
000830     05  JRH-TERMINAL         PIC X(04).
000840     05  FILLER               PIC X(02) VALUE SPACES.
000850     05  JRH-BRANCH           PIC X(04).
000853     05  FILLER               PIC X(02) VALUE SPACES.
000856     05  JRH-LINKED           PIC X(16).
000860
000870 01  WS-IMAGE-LINE.
000880     05  FILLER               PIC X(13) VALUE SPACES.
000890     05  IMG-LABEL            PIC X(06).
000900     05  FILLER               PIC X(02) VALUE SPACES.
000910     05  IMG-NAME             PIC X(30).
000920     05  FILLER               PIC X(02) VALUE SPACES.
000930     05  IMG-ADDRESS          PIC X(40).
000940     05  FILLER               PIC X(02) VALUE SPACES.
000950     05  IMG-STATUS           PIC X(01).
000960
000970 01  WS-SUM-LINE.
000980     05  SUM-LABEL            PIC X(30).
000990     05  SUM-COUNT            PIC ZZZZZZ9.
001000
001010 PROCEDURE DIVISION.
001020*================================================================
001030*    0000-MAINLINE
001040*================================================================
001050 0000-MAINLINE.
001060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001070     PERFORM 2000-PROCESS-ENTRIES THRU 2000-EXIT
001080         UNTIL WS-END-OF-JOURNAL.
001090     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001100     STOP RUN.
001110
001120*================================================================
001130*    1000-INITIALIZE
001140*    A PESEL ON THE COMMAND LINE POSITIONS THE JOURNAL ON ITS
001150*    FIRST ENTRY; WITHOUT ONE THE WHOLE JOURNAL IS READ.
001160*================================================================
001170 1000-INITIALIZE.
001180     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
001190     IF WS-PARM-LINE = SPACES
001200         MOVE 'Y' TO WS-ALL-SWITCH
001210     ELSE
001220         IF WS-PARM-LINE NOT NUMERIC
001230             DISPLAY "PESEL0082E PARM " WS-PARM-LINE
001240                 " IS NOT AN 11-DIGIT PESEL"
001250             MOVE 16 TO RETURN-CODE
001260             STOP RUN
001270         END-IF
001280     END-IF.
001290     OPEN INPUT CUSTOMER-JOURNAL-FILE.
001300     IF WS-CUSTJRNL-STATUS NOT = "00"
001310         DISPLAY "PESEL0083E CUSTJRNL COULD NOT BE OPENED, "
001320             "FILE STATUS=" WS-CUSTJRNL-STATUS
001330         MOVE 16 TO RETURN-CODE
001340         STOP RUN
001350     END-IF.
001360     OPEN OUTPUT PESEL-JRNL-RPT-FILE.
001370     IF WS-RPTFILE-STATUS NOT = "00"
001380         DISPLAY "PESEL0084E PESELJRR COULD NOT BE OPENED, "
001390             "FILE STATUS=" WS-RPTFILE-STATUS
001400         MOVE 16 TO RETURN-CODE
001410         STOP RUN
001420     END-IF.
001430     IF NOT WS-LIST-ALL
001440         MOVE WS-PARM-PESEL TO CJ-PESEL
001450         MOVE 0             TO CJ-STAMP
001460         MOVE 0             TO CJ-SEQ
001470         START CUSTOMER-JOURNAL-FILE KEY IS NOT LESS THAN CJ-KEY
001480             INVALID KEY
001490                 MOVE 'Y' TO WS-EOF-SWITCH
001500                 GO TO 1000-EXIT
001510         END-START
001520     END-IF.
001530     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
001540 1000-EXIT.
001550     EXIT.
001560
001570*================================================================
001580*    2000-PROCESS-ENTRIES
001590*    ONE HEADER LINE PER ENTRY, THEN THE BEFORE IMAGE (NOT FOR
001600*    AN ADD) AND THE AFTER IMAGE (NOT FOR A DELETE).  A BLANK
001610*    LINE SEPARATES ONE PESEL FROM THE NEXT ON AN ALL-PESEL RUN.
001620*================================================================
001630 2000-PROCESS-ENTRIES.
001640     ADD 1 TO WS-CNT-ENTRIES.
001650     IF CJ-PESEL NOT = WS-PREV-PESEL
001660         IF WS-CNT-PESELS > 0
001670             MOVE SPACES TO PESEL-JRNL-RPT-RECORD
001680             WRITE PESEL-JRNL-RPT-RECORD
001690         END-IF
001700         ADD 1 TO WS-CNT-PESELS
001710         MOVE CJ-PESEL TO WS-PREV-PESEL
001720     END-IF.
001730     MOVE CJ-PESEL     TO JRH-PESEL.
001740     MOVE CJ-TIMESTAMP TO JRH-TIMESTAMP.
001750     MOVE CJ-SOURCE    TO JRH-SOURCE.
001760     MOVE CJ-USER-ID   TO JRH-USER.
001770     MOVE CJ-TERMINAL  TO JRH-TERMINAL.
001780     MOVE CJ-BRANCH    TO JRH-BRANCH.
001785     MOVE SPACES       TO JRH-LINKED.
001790     EVALUATE TRUE
001800         WHEN CJ-ACTION-ADD
001810             MOVE "ADD"        TO JRH-ACTION
001812             IF CJ-LINKED-PESEL NOT = SPACES
001814                 STRING "FROM " CJ-LINKED-PESEL
001816                     DELIMITED BY SIZE INTO JRH-LINKED
001818             END-IF
001820         WHEN CJ-ACTION-CHANGE
001830             MOVE "CHANGE"     TO JRH-ACTION
001840         WHEN CJ-ACTION-DEACTIVATE
001850             MOVE "DEACTIVATE" TO JRH-ACTION
001860         WHEN CJ-ACTION-REACTIVATE
001870             MOVE "REACTIVATE" TO JRH-ACTION
001880         WHEN CJ-ACTION-ERASE
001890             MOVE "ERASE"      TO JRH-ACTION
001900         WHEN CJ-ACTION-DELETE
001910             MOVE "DELETE"     TO JRH-ACTION
001912         WHEN CJ-ACTION-RENUMBER
001914             MOVE "RENUMBER"   TO JRH-ACTION
001916             STRING "TO " CJ-LINKED-PESEL
001918                 DELIMITED BY SIZE INTO JRH-LINKED
001920         WHEN OTHER
001930             MOVE CJ-ACTION    TO JRH-ACTION
001940     END-EVALUATE.
001950     MOVE WS-ENTRY-LINE TO PESEL-JRNL-RPT-RECORD.
001960     WRITE PESEL-JRNL-RPT-RECORD.
001970     IF NOT CJ-ACTION-ADD
001980         MOVE "BEFORE"          TO IMG-LABEL
001990         MOVE CJB-CUSTOMER-NAME TO IMG-NAME
002000         MOVE CJB-ADDRESS       TO IMG-ADDRESS
002010         MOVE CJB-STATUS-FLAG   TO IMG-STATUS
002020         MOVE WS-IMAGE-LINE TO PESEL-JRNL-RPT-RECORD
002030         WRITE PESEL-JRNL-RPT-RECORD
002040     END-IF.
002050     IF NOT CJ-ACTION-DELETE
002060         MOVE "AFTER"           TO IMG-LABEL
002070         MOVE CJA-CUSTOMER-NAME TO IMG-NAME
002080         MOVE CJA-ADDRESS       TO IMG-ADDRESS
002090         MOVE CJA-STATUS-FLAG   TO IMG-STATUS
002100         MOVE WS-IMAGE-LINE TO PESEL-JRNL-RPT-RECORD
002110         WRITE PESEL-JRNL-RPT-RECORD
002120     END-IF.
002130     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
002140 2000-EXIT.
002150     EXIT.
002160
002170*================================================================
002180*    2100-READ-JOURNAL
002190*    FOR A SINGLE-PESEL RUN THE FIRST ENTRY FOR ANOTHER PESEL
002200*    ENDS THE REPORT.
002210*================================================================
002220 2100-READ-JOURNAL.
002230     READ CUSTOMER-JOURNAL-FILE NEXT RECORD
002240         AT END
002250             MOVE 'Y' TO WS-EOF-SWITCH
002260             GO TO 2100-EXIT
002270     END-READ.
002280     IF NOT WS-LIST-ALL
002290             AND CJ-PESEL NOT = WS-PARM-PESEL
002300         MOVE 'Y' TO WS-EOF-SWITCH
002310     END-IF.
002320 2100-EXIT.
002330     EXIT.
002340
002350*================================================================
002360*    8000-FINALIZE
002370*================================================================
002380 8000-FINALIZE.
002390     IF WS-CNT-ENTRIES = 0
002400         MOVE "NO CHANGE HISTORY ON FILE" TO PESEL-JRNL-RPT-RECORD
002410         WRITE PESEL-JRNL-RPT-RECORD
002420     END-IF.
002430     MOVE SPACES TO PESEL-JRNL-RPT-RECORD.
002440     WRITE PESEL-JRNL-RPT-RECORD.
002450     MOVE "JOURNAL ENTRIES LISTED" TO SUM-LABEL.
002460     MOVE WS-CNT-ENTRIES TO SUM-COUNT.
002470     MOVE WS-SUM-LINE TO PESEL-JRNL-RPT-RECORD.
002480     WRITE PESEL-JRNL-RPT-RECORD.
002490     MOVE "PESELS LISTED" TO SUM-LABEL.
002500     MOVE WS-CNT-PESELS TO SUM-COUNT.
002510     MOVE WS-SUM-LINE TO PESEL-JRNL-RPT-RECORD.
002520     WRITE PESEL-JRNL-RPT-RECORD.
002530     CLOSE CUSTOMER-JOURNAL-FILE.
002540     CLOSE PESEL-JRNL-RPT-FILE.
002550     DISPLAY "PESEL0085I ENTRIES LISTED: " WS-CNT-ENTRIES.
002560     DISPLAY "PESEL0085I PESELS LISTED:  " WS-CNT-PESELS.
002570 8000-EXIT.
002580     EXIT.
002590
002600 END PROGRAM PESELJRH.
