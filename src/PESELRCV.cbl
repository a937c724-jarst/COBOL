000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PESELRCV.
000030 AUTHOR.        R-SZYMANSKI.
000040 INSTALLATION.  CUSTOMER-ONBOARDING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RS  ORIGINAL PROGRAM.  FORWARD RECOVERY OF THE
000110*                 CUSTOMER MASTER (CUSTMAS) AFTER A BAD LOAD OR
000120*                 A DAMAGED FILE.  RESTORES THE BACKUP GENERATION
000130*                 THE OPERATOR CHOSE (CUSTBKUP, WRITTEN BY
000140*                 PESELBKP BEFORE EVERY NIGHTLY LOAD) INTO A
000150*                 NEWLY DEFINED, EMPTY CLUSTER AND PROVES IT
000160*                 AGAINST THE BACKUP TRAILER.  IT THEN RE-APPLIES,
000170*                 IN THE ORDER THEY ORIGINALLY HAPPENED, EVERY
000180*                 CHANGE MADE SINCE THE BACKUP STAMP:
000190*                   - THE NEW CUSTOMERS ON THE PESELOUT
000200*                     GENERATIONS SUPPLIED, LOADED EXACTLY AS
000210*                     PESELLD LOADS THEM;
000220*                   - THE PSMT, ERASURE/PURGE (PESELERA) AND
000230*                     REGISTRY APPLY (PESELRAP) CHANGES FROM THE
000240*                     CUSTMAS CHANGE JOURNAL (CUSTJRNL), EACH BY
000250*                     ITS AFTER IMAGE.
000260*                 A LOAD IS PLACED IN TIME BY ITS OWN PESELLD
000270*                 JOURNAL ENTRY.  PESELOUT DECIDES WHAT IS LOADED:
000280*                 A PESELLD ENTRY WITH NO MATCHING PESELOUT RECORD
000290*                 (A BAD LOAD BEING UNDONE, OR A GENERATION LEFT
000300*                 OUT BY MISTAKE) IS NOT REPLAYED BUT IS LISTED
000310*                 ON THE REPORT.  THE RUN ENDS WITH A RECORD-COUNT
000320*                 AND KEY-HASH BALANCE OF THE REBUILT FILE AGAINST
000330*                 WHAT THE RESTORE AND REPLAY SAY IT SHOULD HOLD.
000340*                 NOTHING IS JOURNALED - THE JOURNAL ALREADY HOLDS
000350*                 EVERY CHANGE BEING REPLAYED.
000360*                 RC 0 BALANCED, RC 4 BALANCED WITH EXCEPTIONS ON
000370*                 THE REPORT, RC 8 OUT OF BALANCE OR THE BACKUP
000380*                 DID NOT PROVE (NO REPLAY), RC 16 FILE PROBLEM.
000381* 2026-10-15  RS  A NEW CUSTOMER ON PESELOUT WITH NO PESELLD ENTRY
000382*                 THAT IS ON THE FRAUD HOLD FILE (FRAUDHLD) WAS
000383*                 HELD, NOT LOADED, AND IS NOT REPLAYED FROM
000384*                 PESELOUT.  IF IT WAS RELEASED AND LOADED
000385*                 LATER FROM THE HOLD, THAT ADD IS ON THE JOURNAL
000386*                 (SOURCE "FRAUDHLD") AND IS REPLAYED FROM THERE.
000387* 2026-10-15  RS  CM-ADDRESS-FLAG COMES BACK FROM THE BACKUP AND,
000388*                 FOR A LOAD REPLAYED FROM PESELOUT, FROM
000389*                 PO-ADDRESS-FLAG.  A CHANGE REPLAYED FROM THE
000390*                 JOURNAL COMES BACK WITH THE FLAG CLEAR - THE
000391*                 94-BYTE IMAGES DO NOT CARRY IT - BUT PESELAUD
000392*                 STILL REPORTS THE ADDRESS IF IT IS BAD.
000393* 2026-10-15  RS  THE JOURNAL NOW CARRIES THE FLAG BESIDE ITS
000394*                 IMAGES (CJA-ADDRESS-FLAG), AND A CHANGE REPLAYED
000395*                 FROM IT COMES BACK WITH ITS FLAG.  ONLY AN ENTRY
000396*                 WRITTEN BEFORE THAT STILL COMES BACK CLEAR.
000398*================================================================
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CUSTOMER-BACKUP-FILE
000480         ASSIGN TO "CUSTBKUP"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CUSTBKUP-STATUS.
000510
000520     SELECT PESEL-OUT-FILE
000530         ASSIGN TO "PESELOUT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-OUTFILE-STATUS.
000560
000570     SELECT CUSTOMER-MASTER-FILE
000580         ASSIGN TO "CUSTMAS"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS CM-PESEL
000620         ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
000630             WITH DUPLICATES
000640         FILE STATUS IS WS-CUSTMAS-STATUS.
000650
000660     SELECT CUSTOMER-JOURNAL-FILE
000670         ASSIGN TO "CUSTJRNL"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS CJ-KEY
000710         FILE STATUS IS WS-CUSTJRNL-STATUS.
000720
000730     SELECT SORT-WORK-FILE
000740         ASSIGN TO "SORTWK01".
000750
000760     SELECT PESEL-RECOVERY-FILE
000770         ASSIGN TO "PESELRCR"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-RCVRPT-STATUS.
000800
000801     SELECT FRAUD-HOLD-FILE
000802         ASSIGN TO "FRAUDHLD"
000803         ORGANIZATION IS INDEXED
000804         ACCESS MODE IS RANDOM
000805         RECORD KEY IS FH-PESEL
000806         FILE STATUS IS WS-FRAUDHLD-STATUS.
000807
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CUSTOMER-BACKUP-FILE.
000840     COPY CUSTBKUP.
000850
000860 FD  PESEL-OUT-FILE.
000870     COPY PESELOUT.
000880
000890 FD  CUSTOMER-MASTER-FILE.
000900     COPY CUSTMAS.
000910
000920 FD  CUSTOMER-JOURNAL-FILE.
000930     COPY CUSTJRNL.
000932
000934 FD  FRAUD-HOLD-FILE.
000936     COPY FRAUDHLD.
000940
000950*----------------------------------------------------------------
000960* ONE CHANGE TO RE-APPLY.  SR-ORIGIN IS 'L' FOR A LOAD FROM
000970* PESELOUT, 'M' FOR THE PESELLD JOURNAL ENTRY OF A LOAD, AND 'J'
000980* FOR ANY OTHER JOURNAL ENTRY.  A MATCHED LOAD CARRIES THE STAMP
000990* AND SEQUENCE OF ITS PESELLD ENTRY, SO 'L' SORTS IMMEDIATELY
001000* AHEAD OF ITS OWN 'M' AND THE 'M' IS RECOGNISED AND SKIPPED.
001010*----------------------------------------------------------------
001020 SD  SORT-WORK-FILE.
001030 01  SR-RECORD.
001040     05  SR-STAMP             PIC 9(16).
001050     05  SR-SEQ               PIC 9(02).
001060     05  SR-PESEL             PIC 9(11).
001070     05  SR-ORIGIN            PIC X(01).
001080         88  SR-FROM-PESELOUT        VALUE 'L'.
001090         88  SR-FROM-LOAD-ENTRY      VALUE 'M'.
001100         88  SR-FROM-JOURNAL         VALUE 'J'.
001110     05  SR-ACTION            PIC X(01).
001120     05  SR-SOURCE            PIC X(08).
001130     05  SR-NOT-JOURNALED     PIC X(01).
001140         88  SR-LOAD-NOT-JOURNALED   VALUE 'Y'.
001150     05  SR-IMAGE             PIC X(95).
001160     05  SRI-FIELDS REDEFINES SR-IMAGE.
001170         10  SRI-PESEL        PIC 9(11).
001180         10  SRI-CUSTOMER-NAME
001190                              PIC X(30).
001200         10  SRI-ADDRESS      PIC X(40).
001210         10  SRI-DATE-ADDED   PIC X(08).
001220         10  SRI-STATUS-FLAG  PIC X(01).
001230         10  SRI-SOURCE-BRANCH
001240                              PIC X(04).
001245         10  SRI-ADDRESS-FLAG PIC X(01).
001250
001260 FD  PESEL-RECOVERY-FILE.
001270 01  PESEL-RECOVERY-RECORD       PIC X(100).
001280
001290 WORKING-STORAGE SECTION.
001300 77  WS-CUSTBKUP-STATUS   PIC X(02) VALUE SPACES.
001310 77  WS-OUTFILE-STATUS    PIC X(02) VALUE SPACES.
001320 77  WS-CUSTMAS-STATUS    PIC X(02) VALUE SPACES.
001330 77  WS-CUSTJRNL-STATUS   PIC X(02) VALUE SPACES.
001340 77  WS-RCVRPT-STATUS     PIC X(02) VALUE SPACES.
001345 77  WS-FRAUDHLD-STATUS   PIC X(02) VALUE SPACES.
001350
001360 01  WS-SWITCHES.
001370     05  WS-BKUP-EOF-SWITCH   PIC X(01) VALUE 'N'.
001380         88  WS-END-OF-BACKUP        VALUE 'Y'.
001390     05  WS-OUT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001400         88  WS-END-OF-PESELOUT      VALUE 'Y'.
001410     05  WS-JRNL-EOF-SWITCH   PIC X(01) VALUE 'N'.
001420         88  WS-END-OF-JOURNAL       VALUE 'Y'.
001430     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE 'N'.
001440         88  WS-END-OF-SORT          VALUE 'Y'.
001450     05  WS-MASTER-EOF-SWITCH PIC X(01) VALUE 'N'.
001460         88  WS-END-OF-MASTER        VALUE 'Y'.
001470     05  WS-TRAILER-SWITCH    PIC X(01) VALUE 'N'.
001480         88  WS-TRAILER-SEEN         VALUE 'Y'.
001490     05  WS-RESTORE-SWITCH    PIC X(01) VALUE 'N'.
001500         88  WS-RESTORE-BALANCED     VALUE 'Y'.
001510     05  WS-FINAL-SWITCH      PIC X(01) VALUE 'N'.
001520         88  WS-FINAL-BALANCED       VALUE 'Y'.
001530     05  WS-MATCH-SWITCH      PIC X(01) VALUE 'N'.
001540         88  WS-LOAD-ENTRY-FOUND     VALUE 'Y'.
001543     05  WS-HOLDS-SWITCH      PIC X(01) VALUE 'N'.
001546         88  WS-HOLD-FILE-OPEN       VALUE 'Y'.
001550
001560 01  WS-JOB-ID            PIC X(08) VALUE SPACES.
001570
001580 01  WS-TIMESTAMP.
001590     05  WS-TS-RAW.
001600         10  WS-TS-YEAR       PIC 9(4).
001610         10  WS-TS-MONTH      PIC 9(2).
001620         10  WS-TS-DAY        PIC 9(2).
001630         10  WS-TS-HOUR       PIC 9(2).
001640         10  WS-TS-MINUTE     PIC 9(2).
001650         10  WS-TS-SECOND     PIC 9(2).
001660         10  FILLER           PIC X(09).
001670     05  WS-TS-DISP       PIC X(19).
001680
001690*----------------------------------------------------------------
001700* THE BACKUP BEING RESTORED, FROM ITS HEADER AND TRAILER.  A LOAD
001710* WITH NO PESELLD JOURNAL ENTRY IS PLACED AT THE BACKUP STAMP
001720* (AHEAD OF EVERY JOURNALED CHANGE) AND DATED THE BACKUP DATE.
001730*----------------------------------------------------------------
001740 01  WS-BACKUP-STAMP      PIC 9(16) VALUE ZEROS.
001750 01  WS-BACKUP-STAMP-PARTS REDEFINES WS-BACKUP-STAMP.
001760     05  WS-BACKUP-DATE       PIC X(08).
001770     05  FILLER               PIC X(08).
001780 01  WS-BACKUP-TIMESTAMP  PIC X(19) VALUE SPACES.
001790 01  WS-BACKUP-JOB-ID     PIC X(08) VALUE SPACES.
001800 01  WS-TRL-COUNT         PIC 9(09) VALUE ZEROS.
001810 01  WS-TRL-HASH          PIC 9(15) VALUE ZEROS.
001820
001830*----------------------------------------------------------------
001840* THE PESELLD JOURNAL ENTRY FOUND FOR THE LOAD BEING RELEASED.
001850*----------------------------------------------------------------
001860 01  WS-FOUND-STAMP       PIC 9(16) VALUE ZEROS.
001870 01  WS-FOUND-SEQ         PIC 9(02) VALUE ZEROS.
001880 01  WS-FOUND-DATE        PIC X(08) VALUE SPACES.
001890
001900*----------------------------------------------------------------
001910* KEY OF THE LAST LOAD APPLIED - ITS OWN PESELLD ENTRY SORTS
001920* RIGHT BEHIND IT WITH THE SAME STAMP, SEQUENCE, AND PESEL.
001930*----------------------------------------------------------------
001940 01  WS-LAST-LOAD-KEY.
001950     05  WS-LAST-LOAD-STAMP   PIC 9(16) VALUE ZEROS.
001960     05  WS-LAST-LOAD-SEQ     PIC 9(02) VALUE ZEROS.
001970     05  WS-LAST-LOAD-PESEL   PIC 9(11) VALUE ZEROS.
001980
001990*----------------------------------------------------------------
002000* COUNT AND KEY HASH: AS RESTORED, AS THE REPLAY SAYS THE FILE
002010* SHOULD NOW STAND, AND AS ACTUALLY READ BACK.  THE HASH IS THE
002020* SUM OF THE PESEL KEYS KEPT TO 15 DIGITS, AS ON PESELIN.
002030*----------------------------------------------------------------
002040 01  WS-BALANCE.
002050     05  WS-RESTORE-COUNT     PIC 9(9) COMP VALUE 0.
002060     05  WS-RESTORE-HASH      PIC 9(15) VALUE ZEROS.
002070     05  WS-EXPECT-COUNT      PIC 9(9) COMP VALUE 0.
002080     05  WS-EXPECT-HASH       PIC 9(15) VALUE ZEROS.
002090     05  WS-ACTUAL-COUNT      PIC 9(9) COMP VALUE 0.
002100     05  WS-ACTUAL-HASH       PIC 9(15) VALUE ZEROS.
002110
002120 01  WS-STATS.
002130     05  WS-CNT-RESTORE-FAIL  PIC 9(7) COMP VALUE 0.
002140     05  WS-CNT-BKUP-MISPLACED
002150                              PIC 9(7) COMP VALUE 0.
002160     05  WS-CNT-PO-READ       PIC 9(7) COMP VALUE 0.
002170     05  WS-CNT-PO-ELIGIBLE   PIC 9(7) COMP VALUE 0.
002180     05  WS-CNT-PO-NOT-JRNL   PIC 9(7) COMP VALUE 0.
002185     05  WS-CNT-PO-HELD       PIC 9(7) COMP VALUE 0.
002190     05  WS-CNT-LOADED        PIC 9(7) COMP VALUE 0.
002200     05  WS-CNT-ALREADY-ON    PIC 9(7) COMP VALUE 0.
002210     05  WS-CNT-JRNL-READ     PIC 9(7) COMP VALUE 0.
002220     05  WS-CNT-JRNL-SELECTED PIC 9(7) COMP VALUE 0.
002230     05  WS-CNT-LOAD-NOT-PO   PIC 9(7) COMP VALUE 0.
002240     05  WS-CNT-ADDS          PIC 9(7) COMP VALUE 0.
002250     05  WS-CNT-CHANGES       PIC 9(7) COMP VALUE 0.
002260     05  WS-CNT-DEACTIVATES   PIC 9(7) COMP VALUE 0.
002270     05  WS-CNT-REACTIVATES   PIC 9(7) COMP VALUE 0.
002280     05  WS-CNT-ERASURES      PIC 9(7) COMP VALUE 0.
002290     05  WS-CNT-RENUMBERS     PIC 9(7) COMP VALUE 0.
002300     05  WS-CNT-DELETES       PIC 9(7) COMP VALUE 0.
002310     05  WS-CNT-ADD-REPLACED  PIC 9(7) COMP VALUE 0.
002320     05  WS-CNT-RECREATED     PIC 9(7) COMP VALUE 0.
002330     05  WS-CNT-DEL-NOT-ON    PIC 9(7) COMP VALUE 0.
002340     05  WS-CNT-APPLY-FAIL    PIC 9(7) COMP VALUE 0.
002350     05  WS-CNT-EXCEPTIONS    PIC 9(7) COMP VALUE 0.
002360
002370*----------------------------------------------------------------
002380* RECOVERY REPORT LINES.
002390*----------------------------------------------------------------
002400 01  WS-RCV-TITLE.
002410     05  FILLER               PIC X(40)
002420         VALUE "PESELRCV - CUSTMAS FORWARD RECOVERY".
002430     05  FILLER               PIC X(04) VALUE "RUN ".
002440     05  RT-TIMESTAMP         PIC X(19).
002450     05  FILLER               PIC X(06) VALUE "  JOB ".
002460     05  RT-JOB-ID            PIC X(08).
002470     05  FILLER               PIC X(23) VALUE SPACES.
002480
002490 01  WS-RCV-RULE              PIC X(100) VALUE ALL "-".
002500
002510 01  WS-RCV-DETAIL-HDR.
002520     05  FILLER               PIC X(20) VALUE "  CHANGE STAMP".
002530     05  FILLER               PIC X(10) VALUE "SOURCE".
002540     05  FILLER               PIC X(03) VALUE "AC".
002550     05  FILLER               PIC X(13) VALUE "PESEL".
002560     05  FILLER               PIC X(54) VALUE "EXCEPTION".
002570
002580 01  WS-RCV-DETAIL.
002590     05  FILLER               PIC X(02) VALUE SPACES.
002600     05  RD-STAMP             PIC 9(16).
002610     05  FILLER               PIC X(02) VALUE SPACES.
002620     05  RD-SOURCE            PIC X(08).
002630     05  FILLER               PIC X(02) VALUE SPACES.
002640     05  RD-ACTION            PIC X(01).
002650     05  FILLER               PIC X(02) VALUE SPACES.
002660     05  RD-PESEL             PIC 9(11).
002670     05  FILLER               PIC X(02) VALUE SPACES.
002680     05  RD-NOTE              PIC X(54).
002690
002700 01  WS-SUM-LINE.
002710     05  FILLER               PIC X(02) VALUE SPACES.
002720     05  SUM-LABEL            PIC X(36).
002730     05  SUM-COUNT            PIC ZZZ,ZZZ,ZZ9.
002740     05  FILLER               PIC X(03) VALUE SPACES.
002750     05  SUM-HASH-LABEL       PIC X(09).
002760     05  SUM-HASH-AREA.
002770         10  SUM-HASH         PIC Z(14)9.
002780     05  SUM-HASH-X REDEFINES SUM-HASH-AREA
002790                              PIC X(15).
002800     05  FILLER               PIC X(02) VALUE SPACES.
002810     05  SUM-RESULT           PIC X(22).
002820
002830 PROCEDURE DIVISION.
002840*================================================================
002850*    0000-MAINLINE
002860*================================================================
002870 0000-MAINLINE.
002880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002890     PERFORM 2000-RESTORE-BACKUP THRU 2000-EXIT.
002900     IF WS-RESTORE-BALANCED
002910         SORT SORT-WORK-FILE
002920             ON ASCENDING KEY SR-STAMP SR-SEQ SR-PESEL SR-ORIGIN
002930             INPUT PROCEDURE IS 3000-COLLECT-CHANGES
002940                 THRU 3000-EXIT
002950             OUTPUT PROCEDURE IS 5000-APPLY-CHANGES
002960                 THRU 5000-EXIT
002970         PERFORM 6000-PRINT-REPLAY-TOTALS THRU 6000-EXIT
002980         PERFORM 7000-BALANCE-MASTER THRU 7000-EXIT
002990     END-IF.
003000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003010     STOP RUN.
003020
003030*================================================================
003040*    1000-INITIALIZE
003050*    THE BACKUP MUST START WITH ITS 'H' HEADER - ANYTHING ELSE IS
003060*    NOT A PESELBKP GENERATION AND NOTHING IS TOUCHED.  CUSTMAS
003070*    IS OPENED OUTPUT, WHICH ONLY SUCCEEDS ON THE EMPTY CLUSTER
003080*    THE JOB'S REDEFINE STEP JUST BUILT - A LIVE, LOADED MASTER
003090*    CAN NEVER BE OVERLAID BY MISTAKE.
003100*================================================================
003110 1000-INITIALIZE.
003120     ACCEPT WS-JOB-ID FROM COMMAND-LINE.
003130     IF WS-JOB-ID = SPACES
003140         MOVE "BATCH" TO WS-JOB-ID
003150     END-IF.
003160     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
003170     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
003180            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
003190         DELIMITED BY SIZE INTO WS-TS-DISP.
003200     OPEN INPUT CUSTOMER-BACKUP-FILE.
003210     IF WS-CUSTBKUP-STATUS NOT = "00"
003220         DISPLAY "PESEL0121E CUSTBKUP COULD NOT BE OPENED, "
003230             "FILE STATUS=" WS-CUSTBKUP-STATUS
003240         MOVE 16 TO RETURN-CODE
003250         STOP RUN
003260     END-IF.
003270     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
003280     IF WS-END-OF-BACKUP OR NOT BC-HEADER-RECORD
003290         DISPLAY "PESEL0122E CUSTBKUP HAS NO HEADER RECORD - "
003300             "NOT A CUSTMAS BACKUP GENERATION"
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF.
003340     MOVE BH-STAMP     TO WS-BACKUP-STAMP.
003350     MOVE BH-TIMESTAMP TO WS-BACKUP-TIMESTAMP.
003360     MOVE BH-JOB-ID    TO WS-BACKUP-JOB-ID.
003370     OPEN INPUT PESEL-OUT-FILE.
003380     IF WS-OUTFILE-STATUS NOT = "00"
003390         DISPLAY "PESEL0124E PESELOUT COULD NOT BE OPENED, "
003400             "FILE STATUS=" WS-OUTFILE-STATUS
003410         MOVE 16 TO RETURN-CODE
003420         STOP RUN
003430     END-IF.
003440     OPEN INPUT CUSTOMER-JOURNAL-FILE.
003450     IF WS-CUSTJRNL-STATUS NOT = "00"
003460         DISPLAY "PESEL0125E CUSTJRNL COULD NOT BE OPENED, "
003470             "FILE STATUS=" WS-CUSTJRNL-STATUS
003480         MOVE 16 TO RETURN-CODE
003490         STOP RUN
003491     END-IF.
003492*    NO HOLD FILE (STATUS 35) SIMPLY MEANS NOTHING WAS EVER HELD.
003493     OPEN INPUT FRAUD-HOLD-FILE.
003494     IF WS-FRAUDHLD-STATUS = "00"
003495         MOVE 'Y' TO WS-HOLDS-SWITCH
003496     ELSE
003497         IF WS-FRAUDHLD-STATUS NOT = "35"
003498             DISPLAY "PESEL0154E FRAUDHLD COULD NOT BE OPENED, "
003499                 "FILE STATUS=" WS-FRAUDHLD-STATUS
003500             MOVE 16 TO RETURN-CODE
003501             STOP RUN
003502         END-IF
003506     END-IF.
003510     OPEN OUTPUT PESEL-RECOVERY-FILE.
003520     IF WS-RCVRPT-STATUS NOT = "00"
003530         DISPLAY "PESEL0126E PESELRCR COULD NOT BE OPENED, "
003540             "FILE STATUS=" WS-RCVRPT-STATUS
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580     OPEN OUTPUT CUSTOMER-MASTER-FILE.
003590     IF WS-CUSTMAS-STATUS NOT = "00"
003600         DISPLAY "PESEL0123E CUSTMAS COULD NOT BE OPENED FOR "
003610             "RESTORE, FILE STATUS=" WS-CUSTMAS-STATUS
003620         DISPLAY "PESEL0123E CUSTMAS MUST BE A NEWLY DEFINED, "
003630             "EMPTY CLUSTER - RUN THE REDEFINE STEP FIRST"
003640         MOVE 16 TO RETURN-CODE
003650         STOP RUN
003660     END-IF.
003670     MOVE WS-TS-DISP TO RT-TIMESTAMP.
003680     MOVE WS-JOB-ID  TO RT-JOB-ID.
003690     MOVE WS-RCV-TITLE TO PESEL-RECOVERY-RECORD.
003700     WRITE PESEL-RECOVERY-RECORD.
003710     MOVE WS-RCV-RULE TO PESEL-RECOVERY-RECORD.
003720     WRITE PESEL-RECOVERY-RECORD.
003730     MOVE SPACES TO PESEL-RECOVERY-RECORD.
003740     STRING "BACKUP RESTORED:  TAKEN " WS-BACKUP-TIMESTAMP
003750            "  BY JOB " WS-BACKUP-JOB-ID
003760            "  STAMP " WS-BACKUP-STAMP
003770         DELIMITED BY SIZE INTO PESEL-RECOVERY-RECORD.
003780     WRITE PESEL-RECOVERY-RECORD.
003790     MOVE SPACES TO PESEL-RECOVERY-RECORD.
003800     WRITE PESEL-RECOVERY-RECORD.
003810 1000-EXIT.
003820     EXIT.
003830
003840*================================================================
003850*    2000-RESTORE-BACKUP
003860*    WRITES EVERY BACKUP DATA RECORD BACK TO CUSTMAS UNCHANGED,
003870*    COUNTING AND HASHING THE KEYS AS THEY GO IN.  THE RESTORE
003880*    IS PROVED ONLY WHEN THE TRAILER WAS FOUND, NOTHING FOLLOWED
003890*    IT, EVERY WRITE WORKED, AND THE COUNT AND HASH AGREE WITH
003900*    THE TRAILER.  AN UNPROVED BACKUP IS NOT REPLAYED ONTO - PICK
003910*    AN OLDER GENERATION AND RERUN.
003920*================================================================
003930 2000-RESTORE-BACKUP.
003940     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
003950     PERFORM 2200-RESTORE-RECORD THRU 2200-EXIT
003960         UNTIL WS-END-OF-BACKUP.
003970     CLOSE CUSTOMER-BACKUP-FILE.
003980     CLOSE CUSTOMER-MASTER-FILE.
003990     IF WS-TRAILER-SEEN
004000         AND WS-CNT-BKUP-MISPLACED = 0
004010         AND WS-CNT-RESTORE-FAIL = 0
004020         AND WS-RESTORE-COUNT = WS-TRL-COUNT
004030         AND WS-RESTORE-HASH = WS-TRL-HASH
004040         MOVE 'Y' TO WS-RESTORE-SWITCH
004050     END-IF.
004060     MOVE "BACKUP TRAILER" TO SUM-LABEL.
004070     MOVE WS-TRL-COUNT     TO SUM-COUNT.
004080     MOVE "KEY HASH"       TO SUM-HASH-LABEL.
004090     MOVE WS-TRL-HASH      TO SUM-HASH.
004100     MOVE SPACES           TO SUM-RESULT.
004110     IF NOT WS-TRAILER-SEEN
004120         MOVE SPACES TO SUM-HASH-X
004130         MOVE "NO TRAILER RECORD" TO SUM-RESULT
004140     END-IF.
004150     MOVE WS-SUM-LINE TO PESEL-RECOVERY-RECORD.
004160     WRITE PESEL-RECOVERY-RECORD.
004170     MOVE "RECORDS RESTORED" TO SUM-LABEL.
004180     MOVE WS-RESTORE-COUNT   TO SUM-COUNT.
004190     MOVE "KEY HASH"         TO SUM-HASH-LABEL.
004200     MOVE WS-RESTORE-HASH    TO SUM-HASH.
004210     IF WS-RESTORE-BALANCED
004220         MOVE "BALANCED" TO SUM-RESULT
004230     ELSE
004240         MOVE "*** OUT OF BALANCE ***" TO SUM-RESULT
004250     END-IF.
004260     MOVE WS-SUM-LINE TO PESEL-RECOVERY-RECORD.
004270     WRITE PESEL-RECOVERY-RECORD.
004280     IF WS-CNT-RESTORE-FAIL > 0
004290         MOVE "RECORDS NOT RESTORED" TO SUM-LABEL
004300         MOVE WS-CNT-RESTORE-FAIL    TO SUM-COUNT
004310         PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT
004320     END-IF.
004330     IF WS-CNT-BKUP-MISPLACED > 0
004340         MOVE "CONTROL RECORDS OUT OF PLACE" TO SUM-LABEL
004350         MOVE WS-CNT-BKUP-MISPLACED  TO SUM-COUNT
004360         PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT
004370     END-IF.
004380     IF NOT WS-RESTORE-BALANCED
004390         MOVE SPACES TO PESEL-RECOVERY-RECORD
004400         WRITE PESEL-RECOVERY-RECORD
004410         MOVE "BACKUP DID NOT PROVE - NO CHANGES WERE REPLAYED."
004420             TO PESEL-RECOVERY-RECORD
004430         WRITE PESEL-RECOVERY-RECORD
004440         DISPLAY "PESEL0122E CUSTBKUP DOES NOT BALANCE TO ITS "
004450             "TRAILER - REPLAY NOT ATTEMPTED"
004460         GO TO 2000-EXIT
004470     END-IF.
004480     MOVE WS-RESTORE-COUNT TO WS-EXPECT-COUNT.
004490     MOVE WS-RESTORE-HASH  TO WS-EXPECT-HASH.
004500     OPEN I-O CUSTOMER-MASTER-FILE.
004510     IF WS-CUSTMAS-STATUS NOT = "00"
004520         DISPLAY "PESEL0123E CUSTMAS COULD NOT BE REOPENED, "
004530             "FILE STATUS=" WS-CUSTMAS-STATUS
004540         MOVE 16 TO RETURN-CODE
004550         STOP RUN
004560     END-IF.
004570 2000-EXIT.
004580     EXIT.
004590
004600*================================================================
004610*    2100-READ-BACKUP
004620*================================================================
004630 2100-READ-BACKUP.
004640     READ CUSTOMER-BACKUP-FILE
004650         AT END
004660             MOVE 'Y' TO WS-BKUP-EOF-SWITCH
004670     END-READ.
004680 2100-EXIT.
004690     EXIT.
004700
004710*================================================================
004720*    2200-RESTORE-RECORD
004730*    A SECOND HEADER, OR ANYTHING AFTER THE TRAILER, MEANS TWO
004740*    GENERATIONS WERE CONCATENATED OR THE FILE IS DAMAGED.
004750*================================================================
004760 2200-RESTORE-RECORD.
004770     IF BC-HEADER-RECORD OR WS-TRAILER-SEEN
004780         ADD 1 TO WS-CNT-BKUP-MISPLACED
004790         GO TO 2200-NEXT
004800     END-IF.
004810     IF BC-TRAILER-RECORD
004820         MOVE 'Y'             TO WS-TRAILER-SWITCH
004830         MOVE BT-RECORD-COUNT TO WS-TRL-COUNT
004840         MOVE BT-HASH-TOTAL   TO WS-TRL-HASH
004850         GO TO 2200-NEXT
004860     END-IF.
004870     MOVE CUSTOMER-BACKUP-RECORD TO CUSTOMER-MASTER-RECORD.
004880     WRITE CUSTOMER-MASTER-RECORD.
004890     IF WS-CUSTMAS-STATUS NOT = "00"
004900         ADD 1 TO WS-CNT-RESTORE-FAIL
004910         DISPLAY "PESEL0127W PESEL " CM-PESEL
004920             " NOT RESTORED, FILE STATUS=" WS-CUSTMAS-STATUS
004930         GO TO 2200-NEXT
004940     END-IF.
004950     ADD 1 TO WS-RESTORE-COUNT.
004960     COMPUTE WS-RESTORE-HASH = FUNCTION MOD
004970         (WS-RESTORE-HASH + CM-PESEL, 1000000000000000).
004980 2200-NEXT.
004990     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
005000 2200-EXIT.
005010     EXIT.
005020
005030*================================================================
005040*    3000-COLLECT-CHANGES
005050*    THE SORT INPUT PROCEDURE.  EVERY NEW CUSTOMER ON THE
005060*    PESELOUT GENERATIONS SUPPLIED, THEN EVERY JOURNAL ENTRY
005070*    STAMPED AT OR AFTER THE BACKUP, IS RELEASED; THE SORT PUTS
005080*    THEM BACK INTO THE ORDER THEY WERE FIRST APPLIED.
005090*================================================================
005100 3000-COLLECT-CHANGES.
005110     PERFORM 3100-READ-PESELOUT THRU 3100-EXIT.
005120     PERFORM 3200-RELEASE-LOAD THRU 3200-EXIT
005130         UNTIL WS-END-OF-PESELOUT.
005140     MOVE LOW-VALUES TO CJ-KEY.
005150     START CUSTOMER-JOURNAL-FILE KEY IS NOT LESS THAN CJ-KEY
005160         INVALID KEY
005170             MOVE 'Y' TO WS-JRNL-EOF-SWITCH
005180     END-START.
005190     IF NOT WS-END-OF-JOURNAL
005200         PERFORM 3400-READ-JOURNAL THRU 3400-EXIT
005210     END-IF.
005220     PERFORM 3500-RELEASE-JOURNAL THRU 3500-EXIT
005230         UNTIL WS-END-OF-JOURNAL.
005240 3000-EXIT.
005250     EXIT.
005260
005270*================================================================
005280*    3100-READ-PESELOUT
005290*================================================================
005300 3100-READ-PESELOUT.
005310     READ PESEL-OUT-FILE
005320         AT END
005330             MOVE 'Y' TO WS-OUT-EOF-SWITCH
005340     END-READ.
005350 3100-EXIT.
005360     EXIT.
005370
005380*================================================================
005390*    3200-RELEASE-LOAD
005400*    THE SAME FILTER AND THE SAME RECORD AS PESELLD - ACCEPTED
005410*    AND NOT YET ON FILE, LOADED ACTIVE WITH THE NAME, ADDRESS,
005420*    AND BRANCH FROM PESELOUT.  THE DATE ADDED AND THE PLACE IN
005430*    TIME COME FROM THE LOAD'S OWN PESELLD JOURNAL ENTRY.
005433*    ONE WITH NO PESELLD ENTRY THAT IS ON THE FRAUD HOLD FILE WAS
005436*    HELD BY PESELLD, SO IT IS NOT RELEASED HERE.
005440*================================================================
005450 3200-RELEASE-LOAD.
005460     ADD 1 TO WS-CNT-PO-READ.
005470     IF NOT (PO-RESULT-OK AND PO-CUSTOMER-NEW)
005480         GO TO 3200-NEXT
005490     END-IF.
005500     ADD 1 TO WS-CNT-PO-ELIGIBLE.
005510     PERFORM 3300-FIND-LOAD-ENTRY THRU 3300-EXIT.
005511     IF NOT WS-LOAD-ENTRY-FOUND AND WS-HOLD-FILE-OPEN
005512         MOVE PO-PESEL TO FH-PESEL
005513         READ FRAUD-HOLD-FILE
005514         IF WS-FRAUDHLD-STATUS = "00"
005515             ADD 1 TO WS-CNT-PO-HELD
005516             GO TO 3200-NEXT
005517         END-IF
005518     END-IF.
005520     MOVE SPACES            TO SR-RECORD.
005530     MOVE PO-PESEL          TO SR-PESEL.
005540     MOVE 'L'               TO SR-ORIGIN.
005550     MOVE 'A'               TO SR-ACTION.
005560     MOVE "PESELOUT"        TO SR-SOURCE.
005570     MOVE PO-PESEL          TO SRI-PESEL.
005580     MOVE PO-CUSTOMER-NAME  TO SRI-CUSTOMER-NAME.
005590     MOVE PO-ADDRESS        TO SRI-ADDRESS.
005600     MOVE 'A'               TO SRI-STATUS-FLAG.
005610     MOVE PO-SOURCE-BRANCH  TO SRI-SOURCE-BRANCH.
005615     MOVE PO-ADDRESS-FLAG   TO SRI-ADDRESS-FLAG.
005620     IF WS-LOAD-ENTRY-FOUND
005630         MOVE WS-FOUND-STAMP  TO SR-STAMP
005640         MOVE WS-FOUND-SEQ    TO SR-SEQ
005650         MOVE WS-FOUND-DATE   TO SRI-DATE-ADDED
005660     ELSE
005670         ADD 1 TO WS-CNT-PO-NOT-JRNL
005680         MOVE 'Y'             TO SR-NOT-JOURNALED
005690         MOVE WS-BACKUP-STAMP TO SR-STAMP
005700         MOVE 0               TO SR-SEQ
005710         MOVE WS-BACKUP-DATE  TO SRI-DATE-ADDED
005720     END-IF.
005730     RELEASE SR-RECORD.
005740 3200-NEXT.
005750     PERFORM 3100-READ-PESELOUT THRU 3100-EXIT.
005760 3200-EXIT.
005770     EXIT.
005780
005790*================================================================
005800*    3300-FIND-LOAD-ENTRY
005810*    BROWSES THE PESEL'S JOURNAL HISTORY FROM THE BACKUP STAMP
005820*    ON FOR THE FIRST ADD WRITTEN BY PESELLD.
005830*================================================================
005840 3300-FIND-LOAD-ENTRY.
005850     MOVE 'N'             TO WS-MATCH-SWITCH.
005860     MOVE PO-PESEL        TO CJ-PESEL.
005870     MOVE WS-BACKUP-STAMP TO CJ-STAMP.
005880     MOVE 0               TO CJ-SEQ.
005890     START CUSTOMER-JOURNAL-FILE KEY IS NOT LESS THAN CJ-KEY
005900         INVALID KEY
005910             GO TO 3300-EXIT
005920     END-START.
005930 3300-NEXT.
005940     READ CUSTOMER-JOURNAL-FILE NEXT RECORD
005950         AT END
005960             GO TO 3300-EXIT
005970     END-READ.
005980     IF WS-CUSTJRNL-STATUS NOT = "00"
005990         OR CJ-PESEL NOT = PO-PESEL
006000         GO TO 3300-EXIT
006010     END-IF.
006020     IF CJ-SOURCE NOT = "PESELLD" OR NOT CJ-ACTION-ADD
006030         GO TO 3300-NEXT
006040     END-IF.
006050     MOVE 'Y'            TO WS-MATCH-SWITCH.
006060     MOVE CJ-STAMP       TO WS-FOUND-STAMP.
006070     MOVE CJ-SEQ         TO WS-FOUND-SEQ.
006080     MOVE CJA-DATE-ADDED TO WS-FOUND-DATE.
006090 3300-EXIT.
006100     EXIT.
006110
006120*================================================================
006130*    3400-READ-JOURNAL
006140*================================================================
006150 3400-READ-JOURNAL.
006160     READ CUSTOMER-JOURNAL-FILE NEXT RECORD
006170         AT END
006180             MOVE 'Y' TO WS-JRNL-EOF-SWITCH
006190     END-READ.
006200     IF NOT WS-END-OF-JOURNAL
006210         AND WS-CUSTJRNL-STATUS NOT = "00"
006220         DISPLAY "PESEL0125E CUSTJRNL READ FAILED, "
006230             "FILE STATUS=" WS-CUSTJRNL-STATUS
006240         MOVE 16 TO RETURN-CODE
006250         STOP RUN
006260     END-IF.
006270 3400-EXIT.
006280     EXIT.
006290
006300*================================================================
006310*    3500-RELEASE-JOURNAL
006320*    EVERY ENTRY FROM THE BACKUP STAMP ON IS RELEASED WITH ITS
006330*    AFTER IMAGE AND ADDRESS FLAG.  AN ENTRY STAMPED WHILE THE
006340*    BACKUP WAS RUNNING MAY ALREADY BE ON IT - RE-APPLYING AN
006350*    AFTER IMAGE IS HARMLESS, SO THE OVERLAP IS TAKEN RATHER
006355*    THAN RISKED.
006360*================================================================
006370 3500-RELEASE-JOURNAL.
006380     ADD 1 TO WS-CNT-JRNL-READ.
006390     IF CJ-STAMP < WS-BACKUP-STAMP
006400         GO TO 3500-NEXT
006410     END-IF.
006420     ADD 1 TO WS-CNT-JRNL-SELECTED.
006430     MOVE SPACES         TO SR-RECORD.
006440     MOVE CJ-STAMP       TO SR-STAMP.
006450     MOVE CJ-SEQ         TO SR-SEQ.
006460     MOVE CJ-PESEL       TO SR-PESEL.
006470     IF CJ-SOURCE = "PESELLD"
006480         MOVE 'M'        TO SR-ORIGIN
006490     ELSE
006500         MOVE 'J'        TO SR-ORIGIN
006510     END-IF.
006520     MOVE CJ-ACTION      TO SR-ACTION.
006530     MOVE CJ-SOURCE      TO SR-SOURCE.
006540     MOVE CJ-AFTER-IMAGE TO SR-IMAGE.
006545     MOVE CJA-ADDRESS-FLAG TO SRI-ADDRESS-FLAG.
006550     RELEASE SR-RECORD.
006560 3500-NEXT.
006570     PERFORM 3400-READ-JOURNAL THRU 3400-EXIT.
006580 3500-EXIT.
006590     EXIT.
006600
006610*================================================================
006620*    5000-APPLY-CHANGES
006630*    THE SORT OUTPUT PROCEDURE - APPLIES THE CHANGES OLDEST
006640*    FIRST AND PRINTS EVERY ONE THAT DID NOT GO IN CLEANLY.
006650*================================================================
006660 5000-APPLY-CHANGES.
006670     MOVE WS-RCV-RULE TO PESEL-RECOVERY-RECORD.
006680     WRITE PESEL-RECOVERY-RECORD.
006690     MOVE "REPLAY EXCEPTIONS" TO PESEL-RECOVERY-RECORD.
006700     WRITE PESEL-RECOVERY-RECORD.
006710     MOVE WS-RCV-DETAIL-HDR TO PESEL-RECOVERY-RECORD.
006720     WRITE PESEL-RECOVERY-RECORD.
006730     PERFORM 5100-RETURN-CHANGE THRU 5100-EXIT.
006740     PERFORM 5200-APPLY-CHANGE THRU 5200-EXIT
006750         UNTIL WS-END-OF-SORT.
006760     IF WS-CNT-EXCEPTIONS = 0
006770         MOVE "  NONE" TO PESEL-RECOVERY-RECORD
006780         WRITE PESEL-RECOVERY-RECORD
006790     END-IF.
006800 5000-EXIT.
006810     EXIT.
006820
006830*================================================================
006840*    5100-RETURN-CHANGE
006850*================================================================
006860 5100-RETURN-CHANGE.
006870     RETURN SORT-WORK-FILE
006880         AT END
006890             MOVE 'Y' TO WS-SORT-EOF-SWITCH
006900     END-RETURN.
006910 5100-EXIT.
006920     EXIT.
006930
006940*================================================================
006950*    5200-APPLY-CHANGE
006960*================================================================
006970 5200-APPLY-CHANGE.
006980     EVALUATE TRUE
006990         WHEN SR-FROM-PESELOUT
007000             PERFORM 5300-APPLY-LOAD THRU 5300-EXIT
007010         WHEN SR-FROM-LOAD-ENTRY
007020             IF SR-STAMP NOT = WS-LAST-LOAD-STAMP
007030                 OR SR-SEQ NOT = WS-LAST-LOAD-SEQ
007040                 OR SR-PESEL NOT = WS-LAST-LOAD-PESEL
007050                 ADD 1 TO WS-CNT-LOAD-NOT-PO
007060                 MOVE "LOAD NOT ON PESELOUT - NOT REPLAYED"
007070                     TO RD-NOTE
007080                 PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
007090             END-IF
007100         WHEN SR-ACTION = 'A'
007110             PERFORM 5400-APPLY-ADD THRU 5400-EXIT
007120         WHEN SR-ACTION = 'D'
007130             PERFORM 5600-APPLY-DELETE THRU 5600-EXIT
007140         WHEN OTHER
007150             PERFORM 5500-APPLY-UPDATE THRU 5500-EXIT
007160     END-EVALUATE.
007170     PERFORM 5100-RETURN-CHANGE THRU 5100-EXIT.
007180 5200-EXIT.
007190     EXIT.
007200
007210*================================================================
007220*    5300-APPLY-LOAD
007230*    AS PESELLD: A KEY ALREADY ON FILE IS SKIPPED, NOT REPLACED.
007240*    ON A RECOVERY THAT USUALLY MEANS A PESELOUT GENERATION FROM
007250*    BEFORE THE BACKUP, OR THE SAME ONE TWICE, WAS SUPPLIED.
007260*================================================================
007270 5300-APPLY-LOAD.
007280     MOVE SR-STAMP TO WS-LAST-LOAD-STAMP.
007290     MOVE SR-SEQ   TO WS-LAST-LOAD-SEQ.
007300     MOVE SR-PESEL TO WS-LAST-LOAD-PESEL.
007310     IF SR-LOAD-NOT-JOURNALED
007320         MOVE "NO PESELLD JOURNAL ENTRY - DATED/PLACED AT BACKUP"
007330             TO RD-NOTE
007340         PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
007350     END-IF.
007360     MOVE SR-IMAGE TO CUSTOMER-MASTER-RECORD.
007370     WRITE CUSTOMER-MASTER-RECORD.
007380     IF WS-CUSTMAS-STATUS = "22"
007390         ADD 1 TO WS-CNT-ALREADY-ON
007400         MOVE "ALREADY ON CUSTMAS - SKIPPED" TO RD-NOTE
007410         PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
007420         GO TO 5300-EXIT
007430     END-IF.
007440     IF WS-CUSTMAS-STATUS NOT = "00"
007450         PERFORM 5800-APPLY-FAILED THRU 5800-EXIT
007460         GO TO 5300-EXIT
007470     END-IF.
007480     ADD 1 TO WS-CNT-LOADED.
007490     PERFORM 5700-EXPECT-ADD THRU 5700-EXIT.
007500 5300-EXIT.
007510     EXIT.
007520
007530*================================================================
007540*    5400-APPLY-ADD
007550*    A JOURNALED ADD - THE NEW NUMBER OF A REGISTRY RENUMBER
007560*    (PESELRAP) OR AN ONLINE ADD.  IF THE KEY IS ALREADY THERE
007570*    THE AFTER IMAGE REPLACES IT, SO THE FILE ENDS AS THE
007580*    JOURNAL SAYS.
007590*================================================================
007600 5400-APPLY-ADD.
007610     ADD 1 TO WS-CNT-ADDS.
007620     MOVE SR-IMAGE TO CUSTOMER-MASTER-RECORD.
007630     WRITE CUSTOMER-MASTER-RECORD.
007640     IF WS-CUSTMAS-STATUS = "22"
007650         REWRITE CUSTOMER-MASTER-RECORD
007660         IF WS-CUSTMAS-STATUS NOT = "00"
007670             PERFORM 5800-APPLY-FAILED THRU 5800-EXIT
007680             GO TO 5400-EXIT
007690         END-IF
007700         ADD 1 TO WS-CNT-ADD-REPLACED
007710         MOVE "ADD FOUND KEY ON FILE - REPLACED BY AFTER IMAGE"
007720             TO RD-NOTE
007730         PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
007740         GO TO 5400-EXIT
007750     END-IF.
007760     IF WS-CUSTMAS-STATUS NOT = "00"
007770         PERFORM 5800-APPLY-FAILED THRU 5800-EXIT
007780         GO TO 5400-EXIT
007790     END-IF.
007800     PERFORM 5700-EXPECT-ADD THRU 5700-EXIT.
007810 5400-EXIT.
007820     EXIT.
007830
007840*================================================================
007850*    5500-APPLY-UPDATE
007860*    CHANGE, DEACTIVATE, REACTIVATE, ERASE, OR RENUMBER - THE
007870*    RECORD BECOMES THE AFTER IMAGE.  A RECORD THAT IS NOT THERE
007880*    IS RE-CREATED FROM IT AND REPORTED.
007890*================================================================
007900 5500-APPLY-UPDATE.
007910     EVALUATE SR-ACTION
007920         WHEN 'C'
007930             ADD 1 TO WS-CNT-CHANGES
007940         WHEN 'I'
007950             ADD 1 TO WS-CNT-DEACTIVATES
007960         WHEN 'R'
007970             ADD 1 TO WS-CNT-REACTIVATES
007980         WHEN 'E'
007990             ADD 1 TO WS-CNT-ERASURES
008000         WHEN OTHER
008010             ADD 1 TO WS-CNT-RENUMBERS
008020     END-EVALUATE.
008030     MOVE SR-PESEL TO CM-PESEL.
008040     READ CUSTOMER-MASTER-FILE.
008050     MOVE SR-IMAGE TO CUSTOMER-MASTER-RECORD.
008060     IF WS-CUSTMAS-STATUS = "00"
008070         REWRITE CUSTOMER-MASTER-RECORD
008080         IF WS-CUSTMAS-STATUS NOT = "00"
008090             PERFORM 5800-APPLY-FAILED THRU 5800-EXIT
008100         END-IF
008110         GO TO 5500-EXIT
008120     END-IF.
008130     IF WS-CUSTMAS-STATUS NOT = "23"
008140         PERFORM 5800-APPLY-FAILED THRU 5800-EXIT
008150         GO TO 5500-EXIT
008160     END-IF.
008170     WRITE CUSTOMER-MASTER-RECORD.
008180     IF WS-CUSTMAS-STATUS NOT = "00"
008190         PERFORM 5800-APPLY-FAILED THRU 5800-EXIT
008200         GO TO 5500-EXIT
008210     END-IF.
008220     ADD 1 TO WS-CNT-RECREATED.
008230     PERFORM 5700-EXPECT-ADD THRU 5700-EXIT.
008240     MOVE "NOT ON FILE - RE-CREATED FROM AFTER IMAGE" TO RD-NOTE.
008250     PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT.
008260 5500-EXIT.
008270     EXIT.
008280
008290*================================================================
008300*    5600-APPLY-DELETE
008310*================================================================
008320 5600-APPLY-DELETE.
008330     ADD 1 TO WS-CNT-DELETES.
008340     MOVE SR-PESEL TO CM-PESEL.
008350     DELETE CUSTOMER-MASTER-FILE RECORD.
008360     IF WS-CUSTMAS-STATUS = "23"
008370         ADD 1 TO WS-CNT-DEL-NOT-ON
008380         MOVE "DELETE - RECORD ALREADY GONE" TO RD-NOTE
008390         PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
008400         GO TO 5600-EXIT
008410     END-IF.
008420     IF WS-CUSTMAS-STATUS NOT = "00"
008430         PERFORM 5800-APPLY-FAILED THRU 5800-EXIT
008440         GO TO 5600-EXIT
008450     END-IF.
008460     SUBTRACT 1 FROM WS-EXPECT-COUNT.
008470     COMPUTE WS-EXPECT-HASH = FUNCTION MOD
008480         (WS-EXPECT-HASH + 1000000000000000 - SR-PESEL,
008490          1000000000000000).
008500 5600-EXIT.
008510     EXIT.
008520
008530*================================================================
008540*    5700-EXPECT-ADD
008550*    ONE MORE KEY THE REBUILT FILE SHOULD NOW HOLD.
008560*================================================================
008570 5700-EXPECT-ADD.
008580     ADD 1 TO WS-EXPECT-COUNT.
008590     COMPUTE WS-EXPECT-HASH = FUNCTION MOD
008600         (WS-EXPECT-HASH + SR-PESEL, 1000000000000000).
008610 5700-EXIT.
008620     EXIT.
008630
008640*================================================================
008650*    5800-APPLY-FAILED
008660*    AN I/O ERROR OTHER THAN THE EXPECTED DUPLICATE/NOT-FOUND.
008670*    THE FILE NO LONGER MATCHES THE JOURNAL - RC 8.
008680*================================================================
008690 5800-APPLY-FAILED.
008700     ADD 1 TO WS-CNT-APPLY-FAIL.
008710     MOVE SPACES TO RD-NOTE.
008720     STRING "*** NOT APPLIED, FILE STATUS=" WS-CUSTMAS-STATUS
008730         DELIMITED BY SIZE INTO RD-NOTE.
008740     PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT.
008750 5800-EXIT.
008760     EXIT.
008770
008780*================================================================
008790*    5900-WRITE-EXCEPTION
008800*================================================================
008810 5900-WRITE-EXCEPTION.
008820     ADD 1 TO WS-CNT-EXCEPTIONS.
008830     MOVE SR-STAMP  TO RD-STAMP.
008840     MOVE SR-SOURCE TO RD-SOURCE.
008850     MOVE SR-ACTION TO RD-ACTION.
008860     MOVE SR-PESEL  TO RD-PESEL.
008870     MOVE WS-RCV-DETAIL TO PESEL-RECOVERY-RECORD.
008880     WRITE PESEL-RECOVERY-RECORD.
008890     MOVE SPACES TO RD-NOTE.
008900 5900-EXIT.
008910     EXIT.
008920
008930*================================================================
008940*    6000-PRINT-REPLAY-TOTALS
008950*================================================================
008960 6000-PRINT-REPLAY-TOTALS.
008970     MOVE SPACES TO PESEL-RECOVERY-RECORD.
008980     WRITE PESEL-RECOVERY-RECORD.
008990     MOVE WS-RCV-RULE TO PESEL-RECOVERY-RECORD.
009000     WRITE PESEL-RECOVERY-RECORD.
009010     MOVE "CHANGES REPLAYED" TO PESEL-RECOVERY-RECORD.
009020     WRITE PESEL-RECOVERY-RECORD.
009030     MOVE "PESELOUT RECORDS READ" TO SUM-LABEL.
009040     MOVE WS-CNT-PO-READ TO SUM-COUNT.
009050     PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT.
009060     MOVE "  NEW CUSTOMERS TO LOAD" TO SUM-LABEL.
009070     MOVE WS-CNT-PO-ELIGIBLE TO SUM-COUNT.
009080     PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT.
009090     MOVE "    LOADED" TO SUM-LABEL.
009100     MOVE WS-CNT-LOADED TO SUM-COUNT.
009110     PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT.
009120     MOVE "    ALREADY ON FILE - SKIPPED" TO SUM-LABEL.
009130     MOVE WS-CNT-ALREADY-ON TO SUM-COUNT.
009140     PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT.
009150     MOVE "    NO PESELLD JOURNAL ENTRY" TO SUM-LABEL.
009160     MOVE WS-CNT-PO-NOT-JRNL TO SUM-COUNT.
009170     PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT.
009172     MOVE "    HELD BY THE FRAUD SCREEN" TO SUM-LABEL.
009174     MOVE WS-CNT-PO-HELD TO SUM-COUNT.
009176     PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT.
009180     MOVE "JOURNAL ENTRIES READ" TO SUM-LABEL.
009190     MOVE WS-CNT-JRNL-READ TO SUM-COUNT.
009200     PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT.
009210     MOVE "  SINCE THE BACKUP" TO SUM-LABEL.
009220     MOVE WS-CNT-JRNL-SELECTED TO SUM-COUNT.
009230     PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT.
009240     MOVE "    PESELLD LOADS NOT REPLAYED" TO SUM-LABEL.
009250     MOVE WS-CNT-LOAD-NOT-PO TO SUM-COUNT.
009260     PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT.
009270     MOVE "    ADDS" TO SUM-LABEL.
009280     MOVE WS-CNT-ADDS TO SUM-COUNT.
009290     PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT.
009300     MOVE "    CHANGES" TO SUM-LABEL.
009310     MOVE WS-CNT-CHANGES TO SUM-COUNT.
009320     PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT.
009330     MOVE "    DEACTIVATIONS" TO SUM-LABEL.
009340     MOVE WS-CNT-DEACTIVATES TO SUM-COUNT.
009350     PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT.
009360     MOVE "    REACTIVATIONS" TO SUM-LABEL.
009370     MOVE WS-CNT-REACTIVATES TO SUM-COUNT.
009380     PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT.
009390     MOVE "    ERASURES" TO SUM-LABEL.
009400     MOVE WS-CNT-ERASURES TO SUM-COUNT.
009410     PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT.
009420     MOVE "    RENUMBERS" TO SUM-LABEL.
009430     MOVE WS-CNT-RENUMBERS TO SUM-COUNT.
009440     PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT.
009450     MOVE "    DELETES" TO SUM-LABEL.
009460     MOVE WS-CNT-DELETES TO SUM-COUNT.
009470     PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT.
009480     MOVE "EXCEPTIONS LISTED ABOVE" TO SUM-LABEL.
009490     MOVE WS-CNT-EXCEPTIONS TO SUM-COUNT.
009500     PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT.
009510     MOVE "  NOT APPLIED (I/O ERROR)" TO SUM-LABEL.
009520     MOVE WS-CNT-APPLY-FAIL TO SUM-COUNT.
009530     PERFORM 6900-WRITE-COUNT-LINE THRU 6900-EXIT.
009540 6000-EXIT.
009550     EXIT.
009560
009570*================================================================
009580*    6900-WRITE-COUNT-LINE
009590*    A SUMMARY LINE WITH A COUNT ONLY - NO HASH, NO RESULT.
009600*================================================================
009610 6900-WRITE-COUNT-LINE.
009620     MOVE SPACES TO SUM-HASH-LABEL.
009630     MOVE SPACES TO SUM-HASH-X.
009640     MOVE SPACES TO SUM-RESULT.
009650     MOVE WS-SUM-LINE TO PESEL-RECOVERY-RECORD.
009660     WRITE PESEL-RECOVERY-RECORD.
009670 6900-EXIT.
009680     EXIT.
009690
009700*================================================================
009710*    7000-BALANCE-MASTER
009720*    READS THE REBUILT FILE BACK END TO END AND PROVES ITS COUNT
009730*    AND KEY HASH AGAINST THE RESTORED TOTALS PLUS EVERY KEY THE
009740*    REPLAY ADDED, LESS EVERY KEY IT DELETED.
009750*================================================================
009760 7000-BALANCE-MASTER.
009770     CLOSE CUSTOMER-MASTER-FILE.
009780     OPEN INPUT CUSTOMER-MASTER-FILE.
009790     IF WS-CUSTMAS-STATUS NOT = "00"
009800         DISPLAY "PESEL0123E CUSTMAS COULD NOT BE REOPENED, "
009810             "FILE STATUS=" WS-CUSTMAS-STATUS
009820         MOVE 16 TO RETURN-CODE
009830         STOP RUN
009840     END-IF.
009850     PERFORM 7100-READ-MASTER THRU 7100-EXIT.
009860     PERFORM 7200-COUNT-MASTER THRU 7200-EXIT
009870         UNTIL WS-END-OF-MASTER.
009880     CLOSE CUSTOMER-MASTER-FILE.
009890     IF WS-ACTUAL-COUNT = WS-EXPECT-COUNT
009900         AND WS-ACTUAL-HASH = WS-EXPECT-HASH
009910         AND WS-CNT-APPLY-FAIL = 0
009920         MOVE 'Y' TO WS-FINAL-SWITCH
009930     END-IF.
009940     MOVE SPACES TO PESEL-RECOVERY-RECORD.
009950     WRITE PESEL-RECOVERY-RECORD.
009960     MOVE WS-RCV-RULE TO PESEL-RECOVERY-RECORD.
009970     WRITE PESEL-RECOVERY-RECORD.
009980     MOVE "REBUILT CUSTMAS BALANCE" TO PESEL-RECOVERY-RECORD.
009990     WRITE PESEL-RECOVERY-RECORD.
010000     MOVE "EXPECTED (RESTORE + REPLAY)" TO SUM-LABEL.
010010     MOVE WS-EXPECT-COUNT TO SUM-COUNT.
010020     MOVE "KEY HASH" TO SUM-HASH-LABEL.
010030     MOVE WS-EXPECT-HASH TO SUM-HASH.
010040     MOVE SPACES TO SUM-RESULT.
010050     MOVE WS-SUM-LINE TO PESEL-RECOVERY-RECORD.
010060     WRITE PESEL-RECOVERY-RECORD.
010070     MOVE "ACTUAL (READ BACK)" TO SUM-LABEL.
010080     MOVE WS-ACTUAL-COUNT TO SUM-COUNT.
010090     MOVE "KEY HASH" TO SUM-HASH-LABEL.
010100     MOVE WS-ACTUAL-HASH TO SUM-HASH.
010110     IF WS-FINAL-BALANCED
010120         MOVE "BALANCED" TO SUM-RESULT
010130     ELSE
010140         MOVE "*** OUT OF BALANCE ***" TO SUM-RESULT
010150     END-IF.
010160     MOVE WS-SUM-LINE TO PESEL-RECOVERY-RECORD.
010170     WRITE PESEL-RECOVERY-RECORD.
010180 7000-EXIT.
010190     EXIT.
010200
010210*================================================================
010220*    7100-READ-MASTER
010230*================================================================
010240 7100-READ-MASTER.
010250     READ CUSTOMER-MASTER-FILE NEXT RECORD
010260         AT END
010270             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
010280     END-READ.
010290 7100-EXIT.
010300     EXIT.
010310
010320*================================================================
010330*    7200-COUNT-MASTER
010340*================================================================
010350 7200-COUNT-MASTER.
010360     ADD 1 TO WS-ACTUAL-COUNT.
010370     COMPUTE WS-ACTUAL-HASH = FUNCTION MOD
010380         (WS-ACTUAL-HASH + CM-PESEL, 1000000000000000).
010390     PERFORM 7100-READ-MASTER THRU 7100-EXIT.
010400 7200-EXIT.
010410     EXIT.
010420
010430*================================================================
010440*    8000-FINALIZE
010450*================================================================
010460 8000-FINALIZE.
010470     CLOSE PESEL-OUT-FILE.
010480     CLOSE CUSTOMER-JOURNAL-FILE.
010490     CLOSE PESEL-RECOVERY-FILE.
010492     IF WS-HOLD-FILE-OPEN
010494         CLOSE FRAUD-HOLD-FILE
010496     END-IF.
010500     DISPLAY "PESEL0128I BACKUP STAMP:       " WS-BACKUP-STAMP.
010510     DISPLAY "PESEL0128I RECORDS RESTORED:   " WS-RESTORE-COUNT.
010520     DISPLAY "PESEL0128I LOADS REPLAYED:     " WS-CNT-LOADED.
010530     DISPLAY "PESEL0128I JOURNAL REPLAYED:   "
010540         WS-CNT-JRNL-SELECTED.
010550     DISPLAY "PESEL0128I EXCEPTIONS:         " WS-CNT-EXCEPTIONS.
010560     DISPLAY "PESEL0128I EXPECTED RECORDS:   " WS-EXPECT-COUNT
010570         " HASH " WS-EXPECT-HASH.
010580     DISPLAY "PESEL0128I ACTUAL RECORDS:     " WS-ACTUAL-COUNT
010590         " HASH " WS-ACTUAL-HASH.
010600     IF NOT WS-RESTORE-BALANCED
010610         MOVE 8 TO RETURN-CODE
010620         GO TO 8000-EXIT
010630     END-IF.
010640     IF NOT WS-FINAL-BALANCED
010650         DISPLAY "PESEL0129E REBUILT CUSTMAS IS OUT OF BALANCE "
010660             "- SEE PESELRCR"
010670         MOVE 8 TO RETURN-CODE
010680         GO TO 8000-EXIT
010690     END-IF.
010700     IF WS-CNT-EXCEPTIONS > 0
010710         MOVE 4 TO RETURN-CODE
010720     END-IF.
010730 8000-EXIT.
010740     EXIT.
010750
010760 END PROGRAM PESELRCV.
