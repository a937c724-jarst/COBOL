000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PESELBKP.
000030 AUTHOR.        R-SZYMANSKI.
000040 INSTALLATION.  CUSTOMER-ONBOARDING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RS  ORIGINAL PROGRAM.  TAKES THE NIGHTLY BACKUP OF
000110*                 THE CUSTOMER MASTER (CUSTMAS) JUST BEFORE THE
000120*                 LOADCUST STEP CHANGES IT.  EVERY RECORD IS
000130*                 COPIED IN KEY ORDER TO A NEW GENERATION OF
000140*                 PROD.PESEL.CUSTBKUP BETWEEN AN 'H' HEADER
000150*                 CARRYING THE BACKUP STAMP AND A 'T' TRAILER
000160*                 CARRYING THE RECORD COUNT AND KEY HASH (SEE
000170*                 THE CUSTBKUP COPYBOOK).  THE FORWARD RECOVERY
000180*                 (PESELRCV) RESTORES A CHOSEN GENERATION, PROVES
000190*                 IT AGAINST ITS TRAILER, AND RE-APPLIES EVERY
000200*                 CHANGE JOURNALED SINCE THE HEADER STAMP.  ANY
000210*                 FAILURE ENDS THE RUN RC 16, WHICH STOPS THE
000220*                 LOAD - THE MASTER IS NEVER CHANGED WITHOUT A
000230*                 GOOD BACKUP BEHIND IT.
000240*================================================================
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CUSTOMER-MASTER-FILE
000330         ASSIGN TO "CUSTMAS"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS CM-PESEL
000370         ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
000380             WITH DUPLICATES
000390         FILE STATUS IS WS-CUSTMAS-STATUS.
000400
000410     SELECT CUSTOMER-BACKUP-FILE
000420         ASSIGN TO "CUSTBKUP"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CUSTBKUP-STATUS.
000450
000460     SELECT RUN-HISTORY-FILE
000470         ASSIGN TO "RUNHIST"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RUNHIST-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CUSTOMER-MASTER-FILE.
000540     COPY CUSTMAS.
000550
000560 FD  CUSTOMER-BACKUP-FILE.
000570     COPY CUSTBKUP.
000580
000590 FD  RUN-HISTORY-FILE.
000600     COPY RUNHIST.
000610
000620 WORKING-STORAGE SECTION.
000630 77  WS-CUSTMAS-STATUS    PIC X(02) VALUE SPACES.
000640 77  WS-CUSTBKUP-STATUS   PIC X(02) VALUE SPACES.
000650 77  WS-RUNHIST-STATUS    PIC X(02) VALUE SPACES.
000660
000670 01  WS-SWITCHES.
000680     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
000690         88  WS-END-OF-MASTER        VALUE 'Y'.
000700     05  WS-MASTER-SWITCH     PIC X(01) VALUE 'Y'.
000710         88  WS-MASTER-PRESENT       VALUE 'Y'.
000720
000730 01  WS-JOB-ID            PIC X(08) VALUE SPACES.
000740
000750 01  WS-TIMESTAMP.
000760     05  WS-TS-RAW.
000770         10  WS-TS-YEAR       PIC 9(4).
000780         10  WS-TS-MONTH      PIC 9(2).
000790         10  WS-TS-DAY        PIC 9(2).
000800         10  WS-TS-HOUR       PIC 9(2).
000810         10  WS-TS-MINUTE     PIC 9(2).
000820         10  WS-TS-SECOND     PIC 9(2).
000830         10  FILLER           PIC X(09).
000840     05  WS-TS-DISP       PIC X(19).
000850
000860*    START TIMESTAMP OF THIS RUN, KEPT FOR THE RUN-HISTORY LINE.
000870 01  WS-RUN-START-TS      PIC X(19) VALUE SPACES.
000880
000890*    BACKUP STAMP FOR THE HEADER, TAKEN BEFORE THE FIRST READ.
000900 01  WS-BACKUP-STAMP      PIC 9(16) VALUE ZEROS.
000910
000920 01  WS-STATS.
000930     05  WS-CNT-COPIED        PIC 9(9) COMP VALUE 0.
000940     05  WS-HASH-TOTAL        PIC 9(15) VALUE ZEROS.
000950
000960 PROCEDURE DIVISION.
000970*================================================================
000980*    0000-MAINLINE
000990*================================================================
001000 0000-MAINLINE.
001010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001020     PERFORM 2000-COPY-RECORD THRU 2000-EXIT
001030         UNTIL WS-END-OF-MASTER.
001040     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001050     STOP RUN.
001060
001070*================================================================
001080*    1000-INITIALIZE
001090*    A CUSTMAS THAT DOES NOT EXIST YET (FIRST NIGHT - PESELLD
001100*    CREATES IT) IS BACKED UP AS AN EMPTY GENERATION, SO THE
001110*    RECOVERY ALWAYS HAS A STARTING POINT.
001120*================================================================
001130 1000-INITIALIZE.
001140     ACCEPT WS-JOB-ID FROM COMMAND-LINE.
001150     IF WS-JOB-ID = SPACES
001160         MOVE "BATCH" TO WS-JOB-ID
001170     END-IF.
001180     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
001190     MOVE WS-TS-RAW(1:16) TO WS-BACKUP-STAMP.
001200     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
001210            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
001220         DELIMITED BY SIZE INTO WS-TS-DISP.
001230     MOVE WS-TS-DISP TO WS-RUN-START-TS.
001240     OPEN INPUT CUSTOMER-MASTER-FILE.
001250     IF WS-CUSTMAS-STATUS = "35"
001260         MOVE 'N' TO WS-MASTER-SWITCH
001270         MOVE 'Y' TO WS-EOF-SWITCH
001280     ELSE
001290         IF WS-CUSTMAS-STATUS NOT = "00"
001300             DISPLAY "PESEL0117E CUSTMAS COULD NOT BE OPENED, "
001310                 "FILE STATUS=" WS-CUSTMAS-STATUS
001320             MOVE 16 TO RETURN-CODE
001330             STOP RUN
001340         END-IF
001350     END-IF.
001360     OPEN OUTPUT CUSTOMER-BACKUP-FILE.
001370     IF WS-CUSTBKUP-STATUS NOT = "00"
001380         DISPLAY "PESEL0118E CUSTBKUP COULD NOT BE OPENED, "
001390             "FILE STATUS=" WS-CUSTBKUP-STATUS
001400         MOVE 16 TO RETURN-CODE
001410         STOP RUN
001420     END-IF.
001430     MOVE SPACES          TO CUSTOMER-BACKUP-HEADER.
001440     MOVE 'H'             TO BC-RECORD-TYPE.
001450     MOVE WS-BACKUP-STAMP TO BH-STAMP.
001460     MOVE WS-RUN-START-TS TO BH-TIMESTAMP.
001470     MOVE WS-JOB-ID       TO BH-JOB-ID.
001480     WRITE CUSTOMER-BACKUP-HEADER.
001490     PERFORM 2100-CHECK-BACKUP-WRITE THRU 2100-EXIT.
001500     IF WS-MASTER-PRESENT
001510         PERFORM 2200-READ-MASTER THRU 2200-EXIT
001520     END-IF.
001530 1000-EXIT.
001540     EXIT.
001550
001560*================================================================
001570*    2000-COPY-RECORD
001580*    COPIES ONE CUSTMAS RECORD UNCHANGED AND ADDS ITS KEY INTO
001590*    THE RECORD COUNT AND HASH FOR THE TRAILER.
001600*================================================================
001610 2000-COPY-RECORD.
001620     MOVE CUSTOMER-MASTER-RECORD TO CUSTOMER-BACKUP-RECORD.
001630     WRITE CUSTOMER-BACKUP-RECORD.
001640     PERFORM 2100-CHECK-BACKUP-WRITE THRU 2100-EXIT.
001650     ADD 1 TO WS-CNT-COPIED.
001660     COMPUTE WS-HASH-TOTAL = FUNCTION MOD
001670         (WS-HASH-TOTAL + CM-PESEL, 1000000000000000).
001680     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
001690 2000-EXIT.
001700     EXIT.
001710
001720*================================================================
001730*    2100-CHECK-BACKUP-WRITE
001740*    A BACKUP MISSING EVEN ONE RECORD IS NO BACKUP - ANY WRITE
001750*    FAILURE ENDS THE RUN RC 16 AND THE LOAD DOES NOT RUN.
001760*================================================================
001770 2100-CHECK-BACKUP-WRITE.
001780     IF WS-CUSTBKUP-STATUS NOT = "00"
001790         DISPLAY "PESEL0118E CUSTBKUP WRITE FAILED, "
001800             "FILE STATUS=" WS-CUSTBKUP-STATUS
001810             " AFTER " WS-CNT-COPIED " RECORDS"
001820         MOVE 16 TO RETURN-CODE
001830         STOP RUN
001840     END-IF.
001850 2100-EXIT.
001860     EXIT.
001870
001880*================================================================
001890*    2200-READ-MASTER
001900*================================================================
001910 2200-READ-MASTER.
001920     READ CUSTOMER-MASTER-FILE NEXT RECORD
001930         AT END
001940             MOVE 'Y' TO WS-EOF-SWITCH
001950     END-READ.
001960     IF NOT WS-END-OF-MASTER
001970         AND WS-CUSTMAS-STATUS NOT = "00"
001980         AND WS-CUSTMAS-STATUS NOT = "02"
001990         DISPLAY "PESEL0117E CUSTMAS READ FAILED, "
002000             "FILE STATUS=" WS-CUSTMAS-STATUS
002010             " AFTER " WS-CNT-COPIED " RECORDS"
002020         MOVE 16 TO RETURN-CODE
002030         STOP RUN
002040     END-IF.
002050 2200-EXIT.
002060     EXIT.
002070
002080*================================================================
002090*    8000-FINALIZE
002100*================================================================
002110 8000-FINALIZE.
002120     MOVE SPACES          TO CUSTOMER-BACKUP-TRAILER.
002130     MOVE 'T'             TO BC-RECORD-TYPE.
002140     MOVE WS-CNT-COPIED   TO BT-RECORD-COUNT.
002150     MOVE WS-HASH-TOTAL   TO BT-HASH-TOTAL.
002160     WRITE CUSTOMER-BACKUP-TRAILER.
002170     PERFORM 2100-CHECK-BACKUP-WRITE THRU 2100-EXIT.
002180     IF WS-MASTER-PRESENT
002190         CLOSE CUSTOMER-MASTER-FILE
002200     ELSE
002210         DISPLAY "PESEL0119I CUSTMAS NOT YET CREATED - "
002220             "EMPTY BACKUP WRITTEN"
002230     END-IF.
002240     CLOSE CUSTOMER-BACKUP-FILE.
002250     DISPLAY "PESEL0119I BACKUP STAMP:    " WS-BACKUP-STAMP.
002260     DISPLAY "PESEL0119I RECORDS COPIED:  " WS-CNT-COPIED.
002270     DISPLAY "PESEL0119I KEY HASH TOTAL:  " WS-HASH-TOTAL.
002280     PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
002290 8000-EXIT.
002300     EXIT.
002310
002320*================================================================
002330*    8300-WRITE-RUN-HISTORY
002340*    APPENDS THIS RUN'S LINE TO THE SHARED RUN-HISTORY FILE FOR
002350*    THE PESELTRD TREND REPORT.  A RUN-HISTORY PROBLEM MUST NOT
002360*    FAIL A RUN WHOSE REAL WORK IS DONE, SO TROUBLE HERE IS A
002370*    WARNING ONLY.
002380*================================================================
002390 8300-WRITE-RUN-HISTORY.
002400     OPEN EXTEND RUN-HISTORY-FILE.
002410     IF WS-RUNHIST-STATUS = "35"
002420         OPEN OUTPUT RUN-HISTORY-FILE
002430     END-IF.
002440     IF WS-RUNHIST-STATUS NOT = "00"
002450         DISPLAY "PESEL0120W RUNHIST COULD NOT BE OPENED, "
002460             "FILE STATUS=" WS-RUNHIST-STATUS
002470             " - RUN-HISTORY LINE NOT WRITTEN"
002480         GO TO 8300-EXIT
002490     END-IF.
002500     MOVE SPACES          TO RUN-HISTORY-RECORD.
002510     MOVE WS-JOB-ID       TO RH-JOB-ID.
002520     MOVE "PESELBKP"      TO RH-PROGRAM.
002530     MOVE WS-RUN-START-TS TO RH-START-TIMESTAMP.
002540     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
002550     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
002560            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
002570         DELIMITED BY SIZE INTO WS-TS-DISP.
002580     MOVE WS-TS-DISP      TO RH-END-TIMESTAMP.
002590     MOVE WS-CNT-COPIED   TO RH-RECORDS.
002600     MOVE RETURN-CODE     TO RH-RETURN-CODE.
002610     WRITE RUN-HISTORY-RECORD.
002620     CLOSE RUN-HISTORY-FILE.
002630 8300-EXIT.
002640     EXIT.
002650
002660 END PROGRAM PESELBKP.
