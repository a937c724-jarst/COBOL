000202*                 (RUNHIST COPYBOOK) - JOB ID, START/END
000204*                 TIMESTAMP, RECORDS PROCESSED, RETURN CODE -
000206*                 FOR THE PESELTRD BATCH-WINDOW TREND REPORT.
000207* 2026-10-15  RS  EVERY CUSTMAS RECORD ADDED IS NOW JOURNALED TO
000208*                 THE CUSTMAS CHANGE JOURNAL (CUSTJRNL) - AFTER
000209*                 IMAGE, TIMESTAMP, PROGRAM, JOB ID, AND BRANCH.
000210*                 A JOURNAL WRITE FAILURE ENDS THE RUN RC 8.
000211* 2026-10-15  RS  A NEW CUSTOMER THE NIGHTLY FRAUD SCREEN
000212*                 (PESELFRS) HAS PUT ON THE HOLD FILE (FRAUDHLD)
000213*                 IS NOT LOADED WHILE HELD OR REFUSED.  ONE THE
000214*                 FRAUD TEAM HAS RELEASED IS LOADED - FROM
000215*                 TONIGHT'S PESELOUT IF RESUBMITTED, OTHERWISE
000216*                 FROM THE IMAGE KEPT ON THE HOLD (JOURNALED WITH
000217*                 SOURCE "FRAUDHLD") - AND MARKED LOADED.
000218* 2026-10-15  RS  THE ADDRESS-CHECK RESULT PESEL NOW PUTS ON
000219*                 PESELOUT (PO-ADDRESS-FLAG) IS LOADED INTO
000220*                 CM-ADDRESS-FLAG.  A RELEASED FRAUD HOLD LOADS
000221*                 WITH THE FLAG CLEAR, AS THE HOLD IMAGE DOES NOT
000222*                 CARRY IT - PESELAUD RE-CHECKS THE ADDRESS.
000223* 2026-10-15  RS  THE JOURNAL ENTRY NOW CARRIES CM-ADDRESS-FLAG.
000224* 2026-10-15  RS  A RELEASED HOLD WITH NO NAME ON IT (BLANKED
000225*                 BY AN ERASURE) IS NOT LOADED AS A BLANK
000226*                 CUSTOMER - IT IS REPORTED (PESEL0223W, RC 4)
000227*                 AND LEFT AS IT IS.
000229*================================================================
000231 ENVIRONMENT DIVISION.
000233 CONFIGURATION SECTION.
000235 SOURCE-COMPUTER.   IBM-370.
000237 OBJECT-COMPUTER.   IBM-370.
000240
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000378         ORGANIZATION IS LINE SEQUENTIAL
000379         FILE STATUS IS WS-RUNHIST-STATUS.
000380
000381     SELECT CUSTOMER-JOURNAL-FILE
000382         ASSIGN TO "CUSTJRNL"
000383         ORGANIZATION IS INDEXED
000384         ACCESS MODE IS DYNAMIC
000385         RECORD KEY IS CJ-KEY
000386         FILE STATUS IS WS-CUSTJRNL-STATUS.
000387
000388     SELECT FRAUD-HOLD-FILE
000389         ASSIGN TO "FRAUDHLD"
000390         ORGANIZATION IS INDEXED
000391         ACCESS MODE IS DYNAMIC
000392         RECORD KEY IS FH-PESEL
000393         FILE STATUS IS WS-FRAUDHLD-STATUS.
000394
000397 DATA DIVISION.
000400 FILE SECTION.
000410 FD  PESEL-OUT-FILE.
000420     COPY PESELOUT.
000462 FD  RUN-HISTORY-FILE.
000464     COPY RUNHIST.
000466
000467 FD  CUSTOMER-JOURNAL-FILE.
000468     COPY CUSTJRNL.
000469
000470 FD  FRAUD-HOLD-FILE.
000471     COPY FRAUDHLD.
000472
000476 WORKING-STORAGE SECTION.
000480 77  WS-OUTFILE-STATUS    PIC X(02) VALUE SPACES.
000490 77  WS-CUSTMAS-STATUS    PIC X(02) VALUE SPACES.
000495 77  WS-RUNHIST-STATUS    PIC X(02) VALUE SPACES.
000497 77  WS-CUSTJRNL-STATUS   PIC X(02) VALUE SPACES.
000498 77  WS-FRAUDHLD-STATUS   PIC X(02) VALUE SPACES.
000500
000510 01  WS-SWITCHES.
000520     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
000530         88  WS-END-OF-INPUT         VALUE 'Y'.
000531     05  WS-HOLDS-SWITCH      PIC X(01) VALUE 'N'.
000532         88  WS-HOLD-FILE-OPEN       VALUE 'Y'.
000533     05  WS-HOLD-EOF-SWITCH   PIC X(01) VALUE 'N'.
000534         88  WS-END-OF-HOLDS         VALUE 'Y'.
000535     05  WS-HOLD-STATE        PIC X(01) VALUE SPACE.
000536         88  WS-NOT-HELD             VALUE SPACE.
000537         88  WS-HOLD-BLOCKS-LOAD     VALUE 'H', 'X'.
000538         88  WS-HOLD-RELEASED        VALUE 'R'.
000539
000540*    SOURCE NAMED ON THE JOURNAL ENTRY OF THE RECORD BEING ADDED -
000541*    "PESELLD" FOR TONIGHT'S PESELOUT, "FRAUDHLD" FOR A RELEASED
000542*    HOLD LOADED FROM ITS KEPT IMAGE.
000543 01  WS-JRNL-SOURCE       PIC X(08) VALUE "PESELLD".
000546
000550 01  WS-TODAY.
000560     05  WS-CUR-YEAR      PIC 9(4).
000570     05  WS-CUR-MONTH     PIC 9(2).
000640     05  WS-CNT-ELIGIBLE      PIC 9(7) COMP VALUE 0.
000650     05  WS-CNT-LOADED        PIC 9(7) COMP VALUE 0.
000660     05  WS-CNT-ALREADY-ON    PIC 9(7) COMP VALUE 0.
000665     05  WS-CNT-JRNL-FAILED   PIC 9(7) COMP VALUE 0.
000666     05  WS-CNT-HELD          PIC 9(7) COMP VALUE 0.
000667     05  WS-CNT-RELEASED      PIC 9(7) COMP VALUE 0.
000668     05  WS-CNT-HOLD-FAILED   PIC 9(7) COMP VALUE 0.
000669     05  WS-CNT-HOLD-BLANK    PIC 9(7) COMP VALUE 0.
000670
000680 PROCEDURE DIVISION.
000690*================================================================
000730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000740     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
000750         UNTIL WS-END-OF-INPUT.
000752     IF WS-HOLD-FILE-OPEN
000754         PERFORM 3000-LOAD-RELEASED THRU 3000-EXIT
000756     END-IF.
000760     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000770     STOP RUN.
000780
000990     IF WS-CUSTMAS-STATUS NOT = "00"
001000         DISPLAY "PESEL0005E CUSTMAS COULD NOT BE OPENED, "
001010             "FILE STATUS=" WS-CUSTMAS-STATUS
001011         MOVE 16 TO RETURN-CODE
001012         STOP RUN
001013     END-IF.
001014     OPEN I-O CUSTOMER-JOURNAL-FILE.
001015     IF WS-CUSTJRNL-STATUS = "35"
001016         OPEN OUTPUT CUSTOMER-JOURNAL-FILE
001017         CLOSE CUSTOMER-JOURNAL-FILE
001018         OPEN I-O CUSTOMER-JOURNAL-FILE
001019     END-IF.
001020     IF WS-CUSTJRNL-STATUS NOT = "00"
001021         DISPLAY "PESEL0074E CUSTJRNL COULD NOT BE OPENED, "
001022             "FILE STATUS=" WS-CUSTJRNL-STATUS
001026         MOVE 16 TO RETURN-CODE
001030         STOP RUN
001040     END-IF.
001041*    NO HOLD FILE YET (STATUS 35) SIMPLY MEANS NOTHING IS HELD.
001042     OPEN I-O FRAUD-HOLD-FILE.
001043     IF WS-FRAUDHLD-STATUS = "00"
001044         MOVE 'Y' TO WS-HOLDS-SWITCH
001045     ELSE
001046         IF WS-FRAUDHLD-STATUS NOT = "35"
001047             DISPLAY "PESEL0148E FRAUDHLD COULD NOT BE OPENED, "
001048                 "FILE STATUS=" WS-FRAUDHLD-STATUS
001049             MOVE 16 TO RETURN-CODE
001050             STOP RUN
001051         END-IF
001052     END-IF.
001056     PERFORM 2100-READ-OUTPUT-RECORD THRU 2100-EXIT.
001060 1000-EXIT.
001070     EXIT.
001080
001130     ADD 1 TO WS-CNT-READ.
001140     IF PO-RESULT-OK AND PO-CUSTOMER-NEW
001150         ADD 1 TO WS-CNT-ELIGIBLE
001151         PERFORM 2400-CHECK-HOLD THRU 2400-EXIT
001152         IF WS-HOLD-BLOCKS-LOAD
001153             ADD 1 TO WS-CNT-HELD
001154         ELSE
001155             MOVE "PESELLD" TO WS-JRNL-SOURCE
001156             PERFORM 2500-LOAD-CUSTOMER-MASTER THRU 2500-EXIT
001157             IF WS-HOLD-RELEASED
001158                 ADD 1 TO WS-CNT-RELEASED
001159                 PERFORM 2700-MARK-HOLD-LOADED THRU 2700-EXIT
001160             END-IF
001161         END-IF
001170     ELSE
001180         IF PO-CUSTOMER-ON-FILE
001190             ADD 1 TO WS-CNT-ALREADY-ON
001320             MOVE 'Y' TO WS-EOF-SWITCH
001330     END-READ.
001340 2100-EXIT.
001341     EXIT.
001342
001343*================================================================
001344*    2400-CHECK-HOLD
001345*    LOOKS THE NEW CUSTOMER UP ON THE FRAUD HOLD FILE.  HELD ('H')
001346*    OR REFUSED ('X') STOPS THE LOAD; RELEASED ('R') LOADS IT AND
001347*    MARKS THE HOLD LOADED; NOT ON FILE, OR ALREADY LOADED, IS A
001348*    NORMAL LOAD.
001349*================================================================
001350 2400-CHECK-HOLD.
001351     MOVE SPACE TO WS-HOLD-STATE.
001352     IF NOT WS-HOLD-FILE-OPEN
001353         GO TO 2400-EXIT
001354     END-IF.
001355     MOVE PO-PESEL TO FH-PESEL.
001356     READ FRAUD-HOLD-FILE.
001357     IF WS-FRAUDHLD-STATUS = "23"
001358         GO TO 2400-EXIT
001359     END-IF.
001360     IF WS-FRAUDHLD-STATUS NOT = "00"
001361         DISPLAY "PESEL0148E FRAUDHLD READ FAILED FOR PESEL "
001362             PO-PESEL ", FILE STATUS=" WS-FRAUDHLD-STATUS
001363         MOVE 16 TO RETURN-CODE
001364         STOP RUN
001365     END-IF.
001366     IF FH-HELD OR FH-REFUSED OR FH-RELEASED
001367         MOVE FH-STATUS TO WS-HOLD-STATE
001368     END-IF.
001369 2400-EXIT.
001371     EXIT.
001373
001375*================================================================
001380*    2500-LOAD-CUSTOMER-MASTER
001390*    ADDS A CUSTMAS RECORD FOR A PESEL THAT PASSED VALIDATION
001395*    AND WAS NOT ALREADY ON FILE, CARRYING WHATEVER NAME,
001490     MOVE WS-DATE-ADDED     TO CM-DATE-ADDED.
001495     MOVE 'A'               TO CM-STATUS-FLAG.
001497     MOVE PO-SOURCE-BRANCH  TO CM-SOURCE-BRANCH.
001498     MOVE PO-ADDRESS-FLAG   TO CM-ADDRESS-FLAG.
001500     WRITE CUSTOMER-MASTER-RECORD
001510         INVALID KEY
001520             DISPLAY "PESEL0006W PESEL " PO-PESEL
001530                 " ALREADY ON CUSTMAS - SKIPPED"
001540         NOT INVALID KEY
001550             ADD 1 TO WS-CNT-LOADED
001555             PERFORM 2600-WRITE-JOURNAL THRU 2600-EXIT
001556     END-WRITE.
001557 2500-EXIT.
001558     EXIT.
001559
001560*================================================================
001561*    2600-WRITE-JOURNAL
001562*    JOURNALS THE RECORD JUST ADDED - NO BEFORE IMAGE, THE NEW
001563*    RECORD AS THE AFTER IMAGE.  THE KEY IS PESEL + STAMP TO THE
001564*    HUNDREDTH; ON THE RARE DUPLICATE THE SEQUENCE IS BUMPED AND
001565*    THE WRITE RETRIED.
001566*================================================================
001567 2600-WRITE-JOURNAL.
001568     MOVE SPACES                  TO CUSTOMER-JOURNAL-RECORD.
001569     MOVE CM-PESEL                TO CJ-PESEL.
001570     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
001571     MOVE WS-TS-RAW(1:16)         TO CJ-STAMP.
001572     MOVE 0                       TO CJ-SEQ.
001573     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
001574            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
001575         DELIMITED BY SIZE INTO WS-TS-DISP.
001576     MOVE WS-TS-DISP              TO CJ-TIMESTAMP.
001577     MOVE 'A'                     TO CJ-ACTION.
001578     MOVE WS-JRNL-SOURCE          TO CJ-SOURCE.
001579     MOVE WS-JOB-ID               TO CJ-USER-ID.
001580     MOVE CM-SOURCE-BRANCH        TO CJ-BRANCH.
001581     MOVE CUSTOMER-MASTER-RECORD  TO CJ-AFTER-IMAGE.
001582     MOVE CM-ADDRESS-FLAG         TO CJA-ADDRESS-FLAG.
001583 2600-PUT.
001587     WRITE CUSTOMER-JOURNAL-RECORD.
001588     IF WS-CUSTJRNL-STATUS = "22" AND CJ-SEQ < 99
001589         ADD 1 TO CJ-SEQ
001590         GO TO 2600-PUT
001591     END-IF.
001592     IF WS-CUSTJRNL-STATUS NOT = "00"
001593         ADD 1 TO WS-CNT-JRNL-FAILED
001594         DISPLAY "PESEL0075E CUSTJRNL WRITE FAILED FOR PESEL "
001595             CM-PESEL ", FILE STATUS=" WS-CUSTJRNL-STATUS
001596     END-IF.
001597 2600-EXIT.
001598     EXIT.
001599
001600*================================================================
001601*    2700-MARK-HOLD-LOADED
001602*    THE RELEASED HOLD JUST READ IS NOW ON CUSTMAS (LOADED HERE,
001603*    OR ALREADY THERE).  A FAILURE TO MARK IT LEAVES IT RELEASED,
001604*    SO THE NEXT RUN FINDS IT ALREADY ON CUSTMAS AND SKIPS IT -
001605*    A WARNING, NOT AN ERROR.
001606*================================================================
001607 2700-MARK-HOLD-LOADED.
001608     MOVE 'L'               TO FH-STATUS.
001609     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
001610     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
001611            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
001612         DELIMITED BY SIZE INTO WS-TS-DISP.
001613     MOVE WS-TS-DISP        TO FH-LOADED-TIMESTAMP.
001614     REWRITE FRAUD-HOLD-RECORD.
001615     IF WS-FRAUDHLD-STATUS NOT = "00"
001616         ADD 1 TO WS-CNT-HOLD-FAILED
001617         DISPLAY "PESEL0149W FRAUDHLD NOT MARKED LOADED, PESEL "
001618             FH-PESEL ", FILE STATUS=" WS-FRAUDHLD-STATUS
001619     END-IF.
001620 2700-EXIT.
001621     EXIT.
001622
001623*================================================================
001624*    3000-LOAD-RELEASED
001625*    EVERY HOLD STILL RELEASED AFTER TONIGHT'S PESELOUT - ONES NOT
001626*    RESUBMITTED TONIGHT - IS LOADED FROM THE NAME, ADDRESS, AND
001627*    BRANCH KEPT ON THE HOLD, DATED TODAY.  ITS JOURNAL ENTRY
001628*    NAMES "FRAUDHLD" AS THE SOURCE, SINCE NO PESELOUT GENERATION
001629*    ON HAND CARRIES IT.
001630*    A HOLD WHOSE NAME HAS BEEN BLANKED BY AN ERASURE IS NEVER
001631*    LOADED - THERE IS NO CUSTOMER LEFT TO LOAD.
001632*================================================================
001633 3000-LOAD-RELEASED.
001634     MOVE ZEROS TO FH-PESEL.
001635     START FRAUD-HOLD-FILE KEY IS NOT LESS THAN FH-PESEL
001636         INVALID KEY
001637             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
001638     END-START.
001639     IF NOT WS-END-OF-HOLDS
001640         PERFORM 3200-READ-HOLD THRU 3200-EXIT
001641     END-IF.
001642     PERFORM 3100-LOAD-ONE-RELEASED THRU 3100-EXIT
001643         UNTIL WS-END-OF-HOLDS.
001644 3000-EXIT.
001645     EXIT.
001646
001647 3100-LOAD-ONE-RELEASED.
001648     IF NOT FH-RELEASED
001649         GO TO 3100-NEXT
001650     END-IF.
001651     IF FH-CUSTOMER-NAME = SPACES
001652         ADD 1 TO WS-CNT-HOLD-BLANK
001653         DISPLAY "PESEL0223W RELEASED HOLD FOR PESEL " FH-PESEL
001654             " HAS NO NAME (ERASED?) - NOT LOADED"
001655         GO TO 3100-NEXT
001656     END-IF.
001657     ADD 1 TO WS-CNT-RELEASED.
001658     MOVE FH-PESEL          TO CM-PESEL.
001659     MOVE FH-CUSTOMER-NAME  TO CM-CUSTOMER-NAME.
001660     MOVE FH-ADDRESS        TO CM-ADDRESS.
001661     MOVE WS-DATE-ADDED     TO CM-DATE-ADDED.
001662     MOVE 'A'               TO CM-STATUS-FLAG.
001663     MOVE FH-SOURCE-BRANCH  TO CM-SOURCE-BRANCH.
001664     MOVE SPACE             TO CM-ADDRESS-FLAG.
001665     WRITE CUSTOMER-MASTER-RECORD
001666         INVALID KEY
001667             DISPLAY "PESEL0006W PESEL " FH-PESEL
001668                 " ALREADY ON CUSTMAS - SKIPPED"
001669         NOT INVALID KEY
001670             ADD 1 TO WS-CNT-LOADED
001671             MOVE "FRAUDHLD" TO WS-JRNL-SOURCE
001672             PERFORM 2600-WRITE-JOURNAL THRU 2600-EXIT
001673     END-WRITE.
001674     PERFORM 2700-MARK-HOLD-LOADED THRU 2700-EXIT.
001675 3100-NEXT.
001676     PERFORM 3200-READ-HOLD THRU 3200-EXIT.
001677 3100-EXIT.
001678     EXIT.
001679
001680 3200-READ-HOLD.
001681     READ FRAUD-HOLD-FILE NEXT RECORD
001682         AT END
001683             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
001684     END-READ.
001685     IF NOT WS-END-OF-HOLDS
001686         AND WS-FRAUDHLD-STATUS NOT = "00"
001687         DISPLAY "PESEL0148E FRAUDHLD READ FAILED, "
001688             "FILE STATUS=" WS-FRAUDHLD-STATUS
001689         MOVE 16 TO RETURN-CODE
001690         STOP RUN
001691     END-IF.
001692 3200-EXIT.
001693     EXIT.
001694
001695*================================================================
001696*    8000-FINALIZE
001697*================================================================
001698 8000-FINALIZE.
001699     CLOSE PESEL-OUT-FILE.
001700     CLOSE CUSTOMER-MASTER-FILE.
001701     CLOSE CUSTOMER-JOURNAL-FILE.
001702     IF WS-HOLD-FILE-OPEN
001703         CLOSE FRAUD-HOLD-FILE
001704     END-IF.
001705     DISPLAY "PESEL0007I PESELOUT READ:   " WS-CNT-READ.
001706     DISPLAY "PESEL0007I ELIGIBLE NEW:    " WS-CNT-ELIGIBLE.
001707     DISPLAY "PESEL0007I HELD BY FRAUD:   " WS-CNT-HELD.
001708     DISPLAY "PESEL0007I RELEASED HOLDS:  " WS-CNT-RELEASED.
001709     DISPLAY "PESEL0007I BLANK HOLDS:     " WS-CNT-HOLD-BLANK.
001710     DISPLAY "PESEL0007I LOADED:          " WS-CNT-LOADED.
001711     DISPLAY "PESEL0007I ALREADY ON FILE: " WS-CNT-ALREADY-ON.
001712     DISPLAY "PESEL0007I NOT JOURNALED:   " WS-CNT-JRNL-FAILED.
001713     IF WS-CNT-HOLD-FAILED > 0 OR WS-CNT-HOLD-BLANK > 0
001714         MOVE 4 TO RETURN-CODE
001715     END-IF.
001716     IF WS-CNT-JRNL-FAILED > 0
001717         MOVE 8 TO RETURN-CODE
001718     END-IF.
001719     PERFORM 8300-WRITE-RUN-HISTORY THRU 8300-EXIT.
001720 8000-EXIT.
001721     EXIT.
001722
001723*================================================================
001724*    8300-WRITE-RUN-HISTORY
001726*    APPENDS THIS RUN'S LINE TO THE SHARED RUN-HISTORY FILE FOR
001728*    THE PESELTRD TREND REPORT.  A RUN-HISTORY PROBLEM MUST NOT
