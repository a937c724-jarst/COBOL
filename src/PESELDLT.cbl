000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PESELDLT.
000030 AUTHOR.        R-SZYMANSKI.
000040 INSTALLATION.  CUSTOMER-ONBOARDING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RS  ORIGINAL PROGRAM.  NIGHTLY CUSTMAS DELTA FEED
000110*                 FOR THE DOWNSTREAM CRM AND CORE BANKING SYSTEMS.
000120*                 READS THE CUSTMAS CHANGE JOURNAL (CUSTJRNL) FOR
000130*                 EVERY ENTRY SINCE THE LAST EXTRACT - NIGHTLY
000140*                 LOADS (PESELLD), PSMT CORRECTIONS AND STATUS
000150*                 FLIPS, ERASURES AND PURGES (PESELERA), AND
000160*                 REGISTRY APPLY CHANGES (PESELRAP) - AND WRITES
000170*                 ONE DELTA PER CUSTOMER CHANGED: ACTION CODE,
000180*                 EFFECTIVE TIMESTAMP, AND THE RECORD AS IT NOW
000190*                 STANDS ON CUSTMAS (PESEL ONLY FOR AN ERASED OR
000200*                 DELETED CUSTOMER).  'H' HEADER AND 'T' TRAILER
000210*                 (COUNT, PESEL HASH) AS ON PESELIN.  THE END OF
000220*                 EACH WINDOW IS KEPT ON THE DELTA CONTROL FILE
000230*                 (DELTACTL) AS THE START OF THE NEXT.
000240*                 PARM 'RERUN' RE-EXTRACTS THE LAST WINDOW FOR A
000250*                 LOST TRANSMISSION WITHOUT MOVING IT ON; ANY
000260*                 OTHER PARM IS THE JOB ID.
000270*================================================================
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CUSTOMER-JOURNAL-FILE
000360         ASSIGN TO "CUSTJRNL"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS CJ-KEY
000400         FILE STATUS IS WS-CUSTJRNL-STATUS.
000410
000420     SELECT CUSTOMER-MASTER-FILE
000430         ASSIGN TO "CUSTMAS"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS CM-PESEL
000470         ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
000480             WITH DUPLICATES
000490         FILE STATUS IS WS-CUSTMAS-STATUS.
000500
000510     SELECT CUSTOMER-DELTA-FILE
000520         ASSIGN TO "PESELDLT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-DELTA-STATUS.
000550
000560     SELECT DELTA-CONTROL-FILE
000570         ASSIGN TO "DELTACTL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-DELTACTL-STATUS.
000600
000610     SELECT RUN-HISTORY-FILE
000620         ASSIGN TO "RUNHIST"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RUNHIST-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CUSTOMER-JOURNAL-FILE.
000690     COPY CUSTJRNL.
000700
000710 FD  CUSTOMER-MASTER-FILE.
000720     COPY CUSTMAS.
000730
000740 FD  CUSTOMER-DELTA-FILE.
000750     COPY CUSTDLT.
000760
000770*----------------------------------------------------------------
000780* ONE RECORD - THE WINDOW THE LAST EXTRACT COVERED.  EMPTY ON
000790* THE FIRST NIGHT, WHEN EVERYTHING JOURNALED SO FAR GOES OUT.
000800*----------------------------------------------------------------
000810 FD  DELTA-CONTROL-FILE.
000820 01  DELTA-CONTROL-RECORD.
000830     05  DCT-LAST-FROM           PIC 9(16).
000840     05  FILLER                  PIC X(02).
000850     05  DCT-LAST-TO             PIC 9(16).
000860     05  FILLER                  PIC X(02).
000870     05  DCT-RUN-TIMESTAMP       PIC X(19).
000880     05  FILLER                  PIC X(02).
000890     05  DCT-JOB-ID              PIC X(08).
000900     05  FILLER                  PIC X(02).
000910     05  DCT-RECORDS             PIC 9(07).
000920     05  FILLER                  PIC X(06).
000930
000940 FD  RUN-HISTORY-FILE.
000950     COPY RUNHIST.
000960
000970 WORKING-STORAGE SECTION.
000980 77  WS-CUSTJRNL-STATUS   PIC X(02) VALUE SPACES.
000990 77  WS-CUSTMAS-STATUS    PIC X(02) VALUE SPACES.
001000 77  WS-DELTA-STATUS      PIC X(02) VALUE SPACES.
001010 77  WS-DELTACTL-STATUS   PIC X(02) VALUE SPACES.
001020 77  WS-RUNHIST-STATUS    PIC X(02) VALUE SPACES.
001030
001040 01  WS-SWITCHES.
001050     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
001060         88  WS-END-OF-JOURNAL       VALUE 'Y'.
001070     05  WS-RERUN-SWITCH      PIC X(01) VALUE 'N'.
001080         88  WS-RERUN                VALUE 'Y'.
001090     05  WS-GROUP-SWITCH      PIC X(01) VALUE 'N'.
001100         88  WS-GROUP-OPEN           VALUE 'Y'.
001110     05  WS-GRP-ADD-SWITCH    PIC X(01) VALUE 'N'.
001120         88  WS-GRP-ADDED            VALUE 'Y'.
001130
001140 01  WS-JOB-ID            PIC X(08) VALUE SPACES.
001150
001160 01  WS-TIMESTAMP.
001170     05  WS-TS-RAW.
001180         10  WS-TS-YEAR       PIC 9(4).
001190         10  WS-TS-MONTH      PIC 9(2).
001200         10  WS-TS-DAY        PIC 9(2).
001210         10  WS-TS-HOUR       PIC 9(2).
001220         10  WS-TS-MINUTE     PIC 9(2).
001230         10  WS-TS-SECOND     PIC 9(2).
001240         10  FILLER           PIC X(09).
001250     05  WS-TS-DISP       PIC X(19).
001260
001270*    START TIMESTAMP OF THIS RUN, KEPT FOR THE RUN-HISTORY LINE.
001280 01  WS-RUN-START-TS      PIC X(19) VALUE SPACES.
001290
001300*----------------------------------------------------------------
001310* THE JOURNAL WINDOW: FROM THE END OF THE LAST EXTRACT UP TO
001320* (NOT INCLUDING) THE MOMENT THIS RUN STARTED.  A CHANGE MADE
001330* WHILE THE EXTRACT RUNS FALLS IN TOMORROW'S WINDOW.
001340*----------------------------------------------------------------
001350 01  WS-FROM-STAMP        PIC 9(16) VALUE ZEROS.
001360 01  WS-TO-STAMP          PIC 9(16) VALUE ZEROS.
001370 01  WS-TO-STAMP-PARTS REDEFINES WS-TO-STAMP.
001380     05  WS-TO-DATE           PIC 9(08).
001390     05  FILLER               PIC 9(08).
001400
001410*----------------------------------------------------------------
001420* THE CUSTOMER WHOSE JOURNAL ENTRIES ARE BEING GATHERED - THE
001430* JOURNAL IS IN PESEL ORDER, SO EACH CUSTOMER'S ENTRIES COME
001440* TOGETHER AND ONE DELTA IS WRITTEN WHEN THE PESEL CHANGES.
001450*----------------------------------------------------------------
001460 01  WS-GROUP.
001470     05  WS-GRP-PESEL         PIC 9(11) VALUE ZEROS.
001480     05  WS-GRP-LAST-ACTION   PIC X(01) VALUE SPACE.
001490     05  WS-GRP-LAST-TS       PIC X(19) VALUE SPACES.
001500     05  WS-GRP-LINKED        PIC X(11) VALUE SPACES.
001510
001520 01  WS-STATS.
001530     05  WS-CNT-READ          PIC 9(7) COMP VALUE 0.
001540     05  WS-CNT-IN-WINDOW     PIC 9(7) COMP VALUE 0.
001550     05  WS-CNT-WRITTEN       PIC 9(7) COMP VALUE 0.
001560     05  WS-CNT-ADDED         PIC 9(7) COMP VALUE 0.
001570     05  WS-CNT-CHANGED       PIC 9(7) COMP VALUE 0.
001580     05  WS-CNT-DEACTIVATED   PIC 9(7) COMP VALUE 0.
001590     05  WS-CNT-REACTIVATED   PIC 9(7) COMP VALUE 0.
001600     05  WS-CNT-RENUMBERED    PIC 9(7) COMP VALUE 0.
001610     05  WS-CNT-ERASED        PIC 9(7) COMP VALUE 0.
001620     05  WS-CNT-DELETED       PIC 9(7) COMP VALUE 0.
001630     05  WS-HASH-TOTAL        PIC 9(15) VALUE ZEROS.
001640
001650 PROCEDURE DIVISION.
001660*================================================================
001670*    0000-MAINLINE
001680*================================================================
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001710     PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
001720         UNTIL WS-END-OF-JOURNAL.
001730     IF WS-GROUP-OPEN
001740         PERFORM 2500-WRITE-DELTA THRU 2500-EXIT
001750     END-IF.
001760     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001770     STOP RUN.
001780
001790*================================================================
001800*    1000-INITIALIZE
001810*================================================================
001820 1000-INITIALIZE.
001830     ACCEPT WS-JOB-ID FROM COMMAND-LINE.
001840     IF WS-JOB-ID = "RERUN"
001850         MOVE 'Y' TO WS-RERUN-SWITCH
001860     END-IF.
001870     IF WS-JOB-ID = SPACES
001880         MOVE "BATCH" TO WS-JOB-ID
001890     END-IF.
001900     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
001910     MOVE WS-TS-RAW(1:16) TO WS-TO-STAMP.
001920     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
001930            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
001940         DELIMITED BY SIZE INTO WS-TS-DISP.
001950     MOVE WS-TS-DISP TO WS-RUN-START-TS.
001960     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
001970     OPEN INPUT CUSTOMER-JOURNAL-FILE.
001980     IF WS-CUSTJRNL-STATUS NOT = "00"
001990         DISPLAY "PESEL0130E CUSTJRNL COULD NOT BE OPENED, "
002000             "FILE STATUS=" WS-CUSTJRNL-STATUS
002010         MOVE 16 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002040     OPEN INPUT CUSTOMER-MASTER-FILE.
002050     IF WS-CUSTMAS-STATUS NOT = "00"
002060         DISPLAY "PESEL0131E CUSTMAS COULD NOT BE OPENED, "
002070             "FILE STATUS=" WS-CUSTMAS-STATUS
002080         MOVE 16 TO RETURN-CODE
002090         STOP RUN
002100     END-IF.
002110     OPEN OUTPUT CUSTOMER-DELTA-FILE.
002120     IF WS-DELTA-STATUS NOT = "00"
002130         DISPLAY "PESEL0133E PESELDLT COULD NOT BE OPENED, "
002140             "FILE STATUS=" WS-DELTA-STATUS
002150         MOVE 16 TO RETURN-CODE
002160         STOP RUN
002170     END-IF.
002180     MOVE SPACES          TO CUSTOMER-DELTA-HEADER.
002190     MOVE 'H'             TO DC-RECORD-TYPE.
002200     MOVE WS-TO-DATE      TO DH-EXTRACT-DATE.
002210     MOVE "CUSTMAS"       TO DH-SOURCE-ID.
002220     MOVE WS-FROM-STAMP   TO DH-FROM-STAMP.
002230     MOVE WS-TO-STAMP     TO DH-TO-STAMP.
002240     WRITE CUSTOMER-DELTA-HEADER.
002250     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
002260 1000-EXIT.
002270     EXIT.
002280
002290*================================================================
002300*    1100-READ-CONTROL
002310*    A NORMAL RUN STARTS WHERE THE LAST ONE ENDED.  A RERUN
002320*    REPEATS THE LAST WINDOW EXACTLY, SO THE RESENT FILE IS THE
002330*    SAME CUSTOMERS (WITH TODAY'S RECORD CONTENTS).  NO CONTROL
002340*    RECORD MEANS THE FIRST EXTRACT - EVERYTHING ON THE JOURNAL.
002350*================================================================
002360 1100-READ-CONTROL.
002370     OPEN INPUT DELTA-CONTROL-FILE.
002380     IF WS-DELTACTL-STATUS = "00"
002390         READ DELTA-CONTROL-FILE
002400             AT END
002410                 MOVE SPACES TO DELTA-CONTROL-RECORD
002420         END-READ
002430         CLOSE DELTA-CONTROL-FILE
002440     ELSE
002450         IF WS-DELTACTL-STATUS NOT = "35"
002460             DISPLAY "PESEL0132E DELTACTL COULD NOT BE OPENED, "
002470                 "FILE STATUS=" WS-DELTACTL-STATUS
002480             MOVE 16 TO RETURN-CODE
002490             STOP RUN
002500         END-IF
002510         MOVE SPACES TO DELTA-CONTROL-RECORD
002520     END-IF.
002530     IF DELTA-CONTROL-RECORD = SPACES
002540         IF WS-RERUN
002550             DISPLAY "PESEL0132E NO EARLIER EXTRACT ON DELTACTL "
002560                 "- NOTHING TO RERUN"
002570             MOVE 16 TO RETURN-CODE
002580             STOP RUN
002590         END-IF
002600         DISPLAY "PESEL0136I FIRST EXTRACT - EVERY CHANGE "
002610             "ON THE JOURNAL IS INCLUDED"
002620         MOVE ZEROS TO WS-FROM-STAMP
002630         GO TO 1100-EXIT
002640     END-IF.
002650     IF WS-RERUN
002660         MOVE DCT-LAST-FROM TO WS-FROM-STAMP
002670         MOVE DCT-LAST-TO   TO WS-TO-STAMP
002680         DISPLAY "PESEL0136I RERUN OF THE EXTRACT MADE "
002690             DCT-RUN-TIMESTAMP " BY JOB " DCT-JOB-ID
002700     ELSE
002710         MOVE DCT-LAST-TO   TO WS-FROM-STAMP
002720     END-IF.
002730 1100-EXIT.
002740     EXIT.
002750
002760*================================================================
002770*    2000-PROCESS-ENTRY
002780*    ENTRIES OUTSIDE THE WINDOW ARE PASSED OVER.  AN ENTRY FOR A
002790*    NEW PESEL CLOSES THE PREVIOUS CUSTOMER'S GROUP FIRST.
002800*================================================================
002810 2000-PROCESS-ENTRY.
002820     ADD 1 TO WS-CNT-READ.
002830     IF CJ-STAMP < WS-FROM-STAMP
002840         OR CJ-STAMP NOT < WS-TO-STAMP
002850         GO TO 2000-NEXT
002860     END-IF.
002870     ADD 1 TO WS-CNT-IN-WINDOW.
002880     IF WS-GROUP-OPEN AND CJ-PESEL NOT = WS-GRP-PESEL
002890         PERFORM 2500-WRITE-DELTA THRU 2500-EXIT
002900     END-IF.
002910     IF NOT WS-GROUP-OPEN
002920         MOVE 'Y'      TO WS-GROUP-SWITCH
002930         MOVE 'N'      TO WS-GRP-ADD-SWITCH
002940         MOVE CJ-PESEL TO WS-GRP-PESEL
002950         MOVE SPACES   TO WS-GRP-LINKED
002960     END-IF.
002970     MOVE CJ-ACTION    TO WS-GRP-LAST-ACTION.
002980     MOVE CJ-TIMESTAMP TO WS-GRP-LAST-TS.
002990     IF CJ-ACTION-ADD
003000         MOVE 'Y' TO WS-GRP-ADD-SWITCH
003010     END-IF.
003020     IF CJ-LINKED-PESEL NOT = SPACES
003030         MOVE CJ-LINKED-PESEL TO WS-GRP-LINKED
003040     END-IF.
003050 2000-NEXT.
003060     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
003070 2000-EXIT.
003080     EXIT.
003090
003100*================================================================
003110*    2100-READ-JOURNAL
003120*================================================================
003130 2100-READ-JOURNAL.
003140     READ CUSTOMER-JOURNAL-FILE NEXT RECORD
003150         AT END
003160             MOVE 'Y' TO WS-EOF-SWITCH
003170     END-READ.
003180     IF NOT WS-END-OF-JOURNAL
003190         AND WS-CUSTJRNL-STATUS NOT = "00"
003200         DISPLAY "PESEL0130E CUSTJRNL READ FAILED, "
003210             "FILE STATUS=" WS-CUSTJRNL-STATUS
003220         MOVE 16 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250 2100-EXIT.
003260     EXIT.
003270
003280*================================================================
003290*    2500-WRITE-DELTA
003300*    THE CURRENT CUSTMAS RECORD DECIDES FIRST: GONE IS A DELETE
003310*    AND ERASED IS AN ERASURE, BOTH WITH NOTHING BUT THE PESEL -
003320*    EVEN WHEN THE ERASURE CAME AFTER THE WINDOW CLOSED, SO NO
003330*    PERSONAL DATA OF AN ERASED CUSTOMER EVER LEAVES.  OTHERWISE
003340*    A CUSTOMER ADDED IN THE WINDOW GOES AS AN ADD, AND ANY OTHER
003350*    AS ITS LAST JOURNALED ACTION.
003360*================================================================
003370 2500-WRITE-DELTA.
003380     MOVE 'N'               TO WS-GROUP-SWITCH.
003390     MOVE SPACES            TO CUSTOMER-DELTA-RECORD.
003400     MOVE WS-GRP-PESEL      TO DL-PESEL.
003410     MOVE WS-GRP-LAST-TS    TO DL-EFFECTIVE-TS.
003420     MOVE WS-GRP-PESEL      TO CM-PESEL.
003430     READ CUSTOMER-MASTER-FILE.
003440     IF WS-CUSTMAS-STATUS = "23"
003450         MOVE 'D' TO DL-ACTION
003460         ADD 1 TO WS-CNT-DELETED
003470         GO TO 2500-PUT
003480     END-IF.
003490     IF WS-CUSTMAS-STATUS NOT = "00"
003500         DISPLAY "PESEL0131E CUSTMAS READ FAILED FOR PESEL "
003510             WS-GRP-PESEL ", FILE STATUS=" WS-CUSTMAS-STATUS
003520         MOVE 16 TO RETURN-CODE
003530         STOP RUN
003540     END-IF.
003550     IF CM-ERASED
003560         MOVE 'E' TO DL-ACTION
003570         ADD 1 TO WS-CNT-ERASED
003580         GO TO 2500-PUT
003590     END-IF.
003600     MOVE CM-CUSTOMER-NAME  TO DL-CUSTOMER-NAME.
003610     MOVE CM-ADDRESS        TO DL-ADDRESS.
003620     MOVE CM-DATE-ADDED     TO DL-DATE-ADDED.
003630     MOVE CM-STATUS-FLAG    TO DL-STATUS-FLAG.
003640     MOVE CM-SOURCE-BRANCH  TO DL-SOURCE-BRANCH.
003650     MOVE WS-GRP-LINKED     TO DL-LINKED-PESEL.
003660     EVALUATE TRUE
003670         WHEN WS-GRP-ADDED
003680             MOVE 'A' TO DL-ACTION
003690             ADD 1 TO WS-CNT-ADDED
003700         WHEN WS-GRP-LAST-ACTION = 'I'
003710             MOVE 'I' TO DL-ACTION
003720             ADD 1 TO WS-CNT-DEACTIVATED
003730         WHEN WS-GRP-LAST-ACTION = 'R'
003740             MOVE 'R' TO DL-ACTION
003750             ADD 1 TO WS-CNT-REACTIVATED
003760         WHEN WS-GRP-LAST-ACTION = 'N'
003770             MOVE 'N' TO DL-ACTION
003780             ADD 1 TO WS-CNT-RENUMBERED
003790         WHEN OTHER
003800             MOVE 'C' TO DL-ACTION
003810             ADD 1 TO WS-CNT-CHANGED
003820     END-EVALUATE.
003830 2500-PUT.
003840     WRITE CUSTOMER-DELTA-RECORD.
003850     IF WS-DELTA-STATUS NOT = "00"
003860         DISPLAY "PESEL0133E PESELDLT WRITE FAILED, "
003870             "FILE STATUS=" WS-DELTA-STATUS
003880         MOVE 16 TO RETURN-CODE
003890         STOP RUN
003900     END-IF.
003910     ADD 1 TO WS-CNT-WRITTEN.
003920     COMPUTE WS-HASH-TOTAL = FUNCTION MOD
003930         (WS-HASH-TOTAL + DL-PESEL, 1000000000000000).
003940 2500-EXIT.
003950     EXIT.
003960
003970*================================================================
003980*    8000-FINALIZE
003990*================================================================
004000 8000-FINALIZE.
004010     MOVE SPACES          TO CUSTOMER-DELTA-TRAILER.
004020     MOVE 'T'             TO DC-RECORD-TYPE.
004030     MOVE WS-CNT-WRITTEN  TO DT-RECORD-COUNT.
004040     MOVE WS-HASH-TOTAL   TO DT-HASH-TOTAL.
004050     WRITE CUSTOMER-DELTA-TRAILER.
004060     CLOSE CUSTOMER-DELTA-FILE.
004070     CLOSE CUSTOMER-JOURNAL-FILE.
004080     CLOSE CUSTOMER-MASTER-FILE.
004090     DISPLAY "PESEL0134I WINDOW FROM:     " WS-FROM-STAMP.
004100     DISPLAY "PESEL0134I WINDOW TO:       " WS-TO-STAMP.
004110     DISPLAY "PESEL0134I JOURNAL READ:    " WS-CNT-READ.
004120     DISPLAY "PESEL0134I IN WINDOW:       " WS-CNT-IN-WINDOW.
004130     DISPLAY "PESEL0134I DELTAS WRITTEN:  " WS-CNT-WRITTEN.
004140     DISPLAY "PESEL0134I   ADDED:         " WS-CNT-ADDED.
004150     DISPLAY "PESEL0134I   CHANGED:       " WS-CNT-CHANGED.
004160     DISPLAY "PESEL0134I   DEACTIVATED:   " WS-CNT-DEACTIVATED.
004170     DISPLAY "PESEL0134I   REACTIVATED:   " WS-CNT-REACTIVATED.
004180     DISPLAY "PESEL0134I   RENUMBERED:    " WS-CNT-RENUMBERED.
004190     DISPLAY "PESEL0134I   ERASED:        " WS-CNT-ERASED.
004200     DISPLAY "PESEL0134I   DELETED:       " WS-CNT-DELETED.
004210     DISPLAY "PESEL0134I HASH TOTAL:      " WS-HASH-TOTAL.
004220     IF NOT WS-RERUN
004230         PERFORM 8100-WRITE-CONTROL THRU 8100-EXIT
004240     END-IF.
004250     PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
004260 8000-EXIT.
004270     EXIT.
004280
004290*================================================================
004300*    8100-WRITE-CONTROL
004310*    MOVES THE WINDOW ON - ONLY ONCE THE EXTRACT IS COMPLETE.  IF
004320*    THIS FAILS THE EXTRACT IS STILL GOOD; THE NEXT ONE SIMPLY
004330*    REPEATS THIS WINDOW, WHICH DOWNSTREAM APPLIES HARMLESSLY.
004340*================================================================
004350 8100-WRITE-CONTROL.
004360     OPEN OUTPUT DELTA-CONTROL-FILE.
004370     IF WS-DELTACTL-STATUS NOT = "00"
004380         DISPLAY "PESEL0137W DELTACTL COULD NOT BE UPDATED, "
004390             "FILE STATUS=" WS-DELTACTL-STATUS
004400             " - NEXT EXTRACT REPEATS THIS WINDOW"
004410         MOVE 4 TO RETURN-CODE
004420         GO TO 8100-EXIT
004430     END-IF.
004440     MOVE SPACES          TO DELTA-CONTROL-RECORD.
004450     MOVE WS-FROM-STAMP   TO DCT-LAST-FROM.
004460     MOVE WS-TO-STAMP     TO DCT-LAST-TO.
004470     MOVE WS-RUN-START-TS TO DCT-RUN-TIMESTAMP.
004480     MOVE WS-JOB-ID       TO DCT-JOB-ID.
004490     MOVE WS-CNT-WRITTEN  TO DCT-RECORDS.
004500     WRITE DELTA-CONTROL-RECORD.
004510     CLOSE DELTA-CONTROL-FILE.
004520 8100-EXIT.
004530     EXIT.
004540
004550*================================================================
004560*    8300-WRITE-RUN-HISTORY
004570*    APPENDS THIS RUN'S LINE TO THE SHARED RUN-HISTORY FILE FOR
004580*    THE PESELTRD TREND REPORT.  A RUN-HISTORY PROBLEM MUST NOT
004590*    FAIL A RUN WHOSE REAL WORK IS DONE, SO TROUBLE HERE IS A
004600*    WARNING ONLY.
004610*================================================================
004620 8300-WRITE-RUN-HISTORY.
004630     OPEN EXTEND RUN-HISTORY-FILE.
004640     IF WS-RUNHIST-STATUS = "35"
004650         OPEN OUTPUT RUN-HISTORY-FILE
004660     END-IF.
004670     IF WS-RUNHIST-STATUS NOT = "00"
004680         DISPLAY "PESEL0135W RUNHIST COULD NOT BE OPENED, "
004690             "FILE STATUS=" WS-RUNHIST-STATUS
004700             " - RUN-HISTORY LINE NOT WRITTEN"
004710         GO TO 8300-EXIT
004720     END-IF.
004730     MOVE SPACES          TO RUN-HISTORY-RECORD.
004740     MOVE WS-JOB-ID       TO RH-JOB-ID.
004750     MOVE "PESELDLT"      TO RH-PROGRAM.
004760     MOVE WS-RUN-START-TS TO RH-START-TIMESTAMP.
004770     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
004780     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
004790            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
004800         DELIMITED BY SIZE INTO WS-TS-DISP.
004810     MOVE WS-TS-DISP      TO RH-END-TIMESTAMP.
004820     MOVE WS-CNT-READ     TO RH-RECORDS.
004830     MOVE RETURN-CODE     TO RH-RETURN-CODE.
004840     WRITE RUN-HISTORY-RECORD.
004850     CLOSE RUN-HISTORY-FILE.
004860 8300-EXIT.
004870     EXIT.
004880
004890 END PROGRAM PESELDLT.
