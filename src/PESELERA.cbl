000230*                 OF DESTRUCTION.  A PESEL THAT FAILS THE
000240*                 CHECKSUM IS REFUSED UNTOUCHED - A MISKEYED
000250*                 REQUEST MUST NOT ERASE THE WRONG CUSTOMER.
000251* 2026-10-15  RS  EVERY ERASURE AND PURGE IS NOW JOURNALED TO THE
000252*                 CUSTMAS CHANGE JOURNAL (CUSTJRNL) - THE FACT,
000253*                 TIME, JOB, AND BRANCH ONLY, NEVER THE NAME OR
000254*                 ADDRESS.  THE NAME AND ADDRESS ARE ALSO BLANKED
000255*                 OUT OF EVERY EARLIER JOURNAL IMAGE FOR THE
000256*                 PESEL, SO THE ERASED DATA DOES NOT SURVIVE IN
000257*                 THE JOURNAL.  A PURGE NOW READS THE RECORD
000258*                 BEFORE DELETING IT, FOR THE JOURNAL ENTRY.
000259* 2026-10-15  RS  A CUSTOMER WHOSE PESEL WAS CHANGED BY THE
000260*                 REGISTRY (PESELRAP) HAS JOURNAL HISTORY UNDER
000261*                 THE OLD NUMBER TOO - THE OLD NUMBERS ARE FOUND
000262*                 ON CUSTXREF AND THEIR JOURNAL IMAGES SCRUBBED
000263*                 WITH THE NEW ONE.  A REQUEST KEYED WITH THE OLD
000264*                 (SUPERSEDED) NUMBER IS REFUSED AS "RENUMBERED"
000265*                 SO IT IS RESUBMITTED UNDER THE CURRENT ONE.
000266* 2026-10-15  RS  AN ERASURE OR PURGE NOW CLOSES EVERY OPEN
000267*                 GUARDIAN LINK (GUARDLNK) IN WHICH THE PESEL IS
000268*                 THE CHILD OR THE GUARDIAN.  THE LINKS ARE
000269*                 CLOSED, NOT DELETED - THEY HOLD NO NAME OR
000270*                 ADDRESS, ONLY THE TWO KEYS AND WHO ACTED WHEN.
000271* 2026-10-15  RS  AN ERASURE OR PURGE NOW ALSO BLANKS THE NAME AND
000272*                 ADDRESS KEPT ON THE FRAUD HOLD FILE (FRAUDHLD)
000273*                 FOR THE PESEL AND ANY EARLIER NUMBER, SO THE
000274*                 NIGHTLY FRAUD SCREEN STOPS READING THEM.
000275* 2026-10-15  RS  CM-ADDRESS-FLAG IS CLEARED WITH THE ADDRESS, AND
000276*                 THE JOURNAL ENTRIES CARRY THE ADDRESS FLAG,
000277*                 BLANKED IN EARLIER ENTRIES WITH THE NAME AND
000278*                 ADDRESS.
000279* 2026-10-15  RS  A FRAUD HOLD STILL HELD OR RELEASED IS REFUSED
000280*                 ('X', NOTE "ERASED") AS WELL AS BLANKED, SO IT
000281*                 CAN NEVER LOAD A BLANK CUSTOMER UNDER THE ERASED
000282*                 PESEL.  THE NAME AND ADDRESS ON ANY HELD INTAKE
000283*                 LINE (SUSPENSE) FOR THE PESEL ARE BLANKED TOO.
000284*                 A PESEL NOT ON CUSTMAS HAS ITS HOLDS, SUSPENSE
000285*                 LINES, AND JOURNAL SCRUBBED ALL THE SAME - THE
000286*                 FRAUD SCREEN MAY HAVE HELD A CUSTOMER NEVER
000287*                 LOADED.
000289*================================================================
000291 ENVIRONMENT DIVISION.
000293 CONFIGURATION SECTION.
000295 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310
000320 INPUT-OUTPUT SECTION.
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-DISPFILE-STATUS.
000520
000521     SELECT CUSTOMER-JOURNAL-FILE
000522         ASSIGN TO "CUSTJRNL"
000523         ORGANIZATION IS INDEXED
000524         ACCESS MODE IS DYNAMIC
000525         RECORD KEY IS CJ-KEY
000526         FILE STATUS IS WS-CUSTJRNL-STATUS.
000527
000528     SELECT CUSTOMER-XREF-FILE
000529         ASSIGN TO "CUSTXREF"
000530         ORGANIZATION IS INDEXED
000531         ACCESS MODE IS DYNAMIC
000532         RECORD KEY IS CX-OLD-PESEL
000533         ALTERNATE RECORD KEY IS CX-NEW-PESEL
000534             WITH DUPLICATES
000535         FILE STATUS IS WS-CUSTXREF-STATUS.
000536
000537     SELECT GUARDIAN-LINK-FILE
000538         ASSIGN TO "GUARDLNK"
000539         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000541         RECORD KEY IS GL-KEY
000542         ALTERNATE RECORD KEY IS GL-GUARDIAN-PESEL
000543             WITH DUPLICATES
000544         FILE STATUS IS WS-GUARDLNK-STATUS.
000545
000546     SELECT FRAUD-HOLD-FILE
000547         ASSIGN TO "FRAUDHLD"
000548         ORGANIZATION IS INDEXED
000549         ACCESS MODE IS RANDOM
000550         RECORD KEY IS FH-PESEL
000551         FILE STATUS IS WS-FRAUDHLD-STATUS.
000552
000553     SELECT SUSPENSE-FILE
000554         ASSIGN TO "SUSPENSE"
000555         ORGANIZATION IS INDEXED
000556         ACCESS MODE IS DYNAMIC
000557         RECORD KEY IS SU-KEY
000558         FILE STATUS IS WS-SUSPENSE-STATUS.
000559
000561 DATA DIVISION.
000563 FILE SECTION.
000565 FD  PESEL-ERASE-REQ-FILE.
000567 01  PESEL-ERASE-REQ-RECORD.
000570     05  ERQ-PESEL               PIC X(11).
000580     05  FILLER                  PIC X(01).
000590     05  ERQ-ACTION              PIC X(01).
000660 FD  PESEL-DISPOSAL-FILE.
000670 01  PESEL-DISPOSAL-RECORD       PIC X(80).
000680
000682 FD  CUSTOMER-JOURNAL-FILE.
000684     COPY CUSTJRNL.
000686
000687 FD  CUSTOMER-XREF-FILE.
000688     COPY CUSTXREF.
000689
000690 FD  GUARDIAN-LINK-FILE.
000691     COPY GUARDLNK.
000692
000693 FD  FRAUD-HOLD-FILE.
000694     COPY FRAUDHLD.
000695
000696 FD  SUSPENSE-FILE.
000697     COPY SUSPENSE.
000698
000699 WORKING-STORAGE SECTION.
000700 77  WS-REQFILE-STATUS    PIC X(02) VALUE SPACES.
000710 77  WS-CUSTMAS-STATUS    PIC X(02) VALUE SPACES.
000720 77  WS-DISPFILE-STATUS   PIC X(02) VALUE SPACES.
000725 77  WS-CUSTJRNL-STATUS   PIC X(02) VALUE SPACES.
000727 77  WS-CUSTXREF-STATUS   PIC X(02) VALUE SPACES.
000728 77  WS-GUARDLNK-STATUS   PIC X(02) VALUE SPACES.
000729 77  WS-FRAUDHLD-STATUS   PIC X(02) VALUE SPACES.
000730 77  WS-SUSPENSE-STATUS   PIC X(02) VALUE SPACES.
000735
000740*----------------------------------------------------------------
000750* THE REQUESTED PESEL, BROKEN OUT FOR THE CHECKSUM GATE - THE
000760* 2200 PARAGRAPH BELOW IS A PORT OF PESEL.CBL'S AND MUST STAY
000870 01  WS-SWITCHES.
000880     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
000890         88  WS-END-OF-REQUESTS      VALUE 'Y'.
000893     05  WS-JRNL-BROWSE-SWITCH PIC X(01) VALUE 'N'.
000896         88  WS-JRNL-BROWSE-DONE     VALUE 'Y'.
000897     05  WS-XREF-OPEN-SWITCH  PIC X(01) VALUE 'N'.
000898         88  WS-XREF-AVAILABLE       VALUE 'Y'.
000899     05  WS-XREF-BROWSE-SWITCH PIC X(01) VALUE 'N'.
000900         88  WS-XREF-BROWSE-DONE     VALUE 'Y'.
000901     05  WS-GRD-OPEN-SWITCH   PIC X(01) VALUE 'N'.
000902         88  WS-GRD-AVAILABLE        VALUE 'Y'.
000903     05  WS-GRD-BROWSE-SWITCH PIC X(01) VALUE 'N'.
000904         88  WS-GRD-BROWSE-DONE      VALUE 'Y'.
000905     05  WS-HOLD-OPEN-SWITCH  PIC X(01) VALUE 'N'.
000906         88  WS-HOLD-AVAILABLE       VALUE 'Y'.
000907     05  WS-SUS-OPEN-SWITCH   PIC X(01) VALUE 'N'.
000908         88  WS-SUS-AVAILABLE        VALUE 'Y'.
000909     05  WS-SUS-BROWSE-SWITCH PIC X(01) VALUE 'N'.
000910         88  WS-SUS-BROWSE-DONE      VALUE 'Y'.
000911
000912*----------------------------------------------------------------
000913* THE PESEL WHOSE JOURNAL ENTRIES, FRAUD HOLD, AND SUSPENSE LINES
000914* 3510 IS SCRUBBING - THE REQUESTED ONE, THEN EACH OLDER NUMBER IT
000915* REPLACED.
000916*----------------------------------------------------------------
000917 01  WS-SCRUB-PESEL       PIC 9(11).
000918
000919 01  WS-JOB-ID            PIC X(08) VALUE SPACES.
000920
000930 01  WS-TIMESTAMP.
000940     05  WS-TS-RAW.
001000         10  WS-TS-SECOND     PIC 9(2).
001010         10  FILLER           PIC X(09).
001020     05  WS-TS-DISP       PIC X(19).
001021
001022*    THE DAY THE LINKS ARE CLOSED - A LINK STILL RUNNING PAST IT
001023*    IS CUT BACK TO END TODAY.
001024 01  WS-TODAY-NUM         PIC 9(08).
001025
001026*----------------------------------------------------------------
001032* JOURNAL ENTRY BEING BUILT - THE CALLER SETS THE ACTION AND THE
001033* TWO IMAGES (NAME AND ADDRESS ALREADY BLANKED) BEFORE
001034* 3600-WRITE-JOURNAL.
001035*----------------------------------------------------------------
001036 01  WS-JRNL-ACTION       PIC X(01).
001037 01  WS-JRNL-BEFORE       PIC X(95).
001038 01  WS-JRNL-AFTER        PIC X(95).
001039
001040 01  WS-STATS.
001050     05  WS-CNT-REQUESTS      PIC 9(7) COMP VALUE 0.
001060     05  WS-CNT-ANONYMIZED    PIC 9(7) COMP VALUE 0.
001070     05  WS-CNT-DELETED       PIC 9(7) COMP VALUE 0.
001080     05  WS-CNT-NOT-FOUND     PIC 9(7) COMP VALUE 0.
001090     05  WS-CNT-REFUSED       PIC 9(7) COMP VALUE 0.
001093     05  WS-CNT-JRNL-SCRUBBED PIC 9(7) COMP VALUE 0.
001096     05  WS-CNT-JRNL-FAILED   PIC 9(7) COMP VALUE 0.
001097     05  WS-CNT-GRD-CLOSED    PIC 9(7) COMP VALUE 0.
001098     05  WS-CNT-GRD-FAILED    PIC 9(7) COMP VALUE 0.
001099     05  WS-CNT-HOLD-SCRUBBED PIC 9(7) COMP VALUE 0.
001100     05  WS-CNT-HOLD-FAILED   PIC 9(7) COMP VALUE 0.
001101     05  WS-CNT-SUS-SCRUBBED  PIC 9(7) COMP VALUE 0.
001102     05  WS-CNT-SUS-FAILED    PIC 9(7) COMP VALUE 0.
001105
001110 01  WS-DISPOSAL-LINE.
001120     05  DSP-TIMESTAMP        PIC X(19).
001130     05  FILLER               PIC X(02) VALUE SPACES.
001600     IF WS-DISPFILE-STATUS NOT = "00"
001610         DISPLAY "PESEL0058E PESELERP COULD NOT BE OPENED, "
001620             "FILE STATUS=" WS-DISPFILE-STATUS
001621         MOVE 16 TO RETURN-CODE
001622         STOP RUN
001623     END-IF.
001624     OPEN I-O CUSTOMER-JOURNAL-FILE.
001625     IF WS-CUSTJRNL-STATUS = "35"
001626         OPEN OUTPUT CUSTOMER-JOURNAL-FILE
001627         CLOSE CUSTOMER-JOURNAL-FILE
001628         OPEN I-O CUSTOMER-JOURNAL-FILE
001629     END-IF.
001630     IF WS-CUSTJRNL-STATUS NOT = "00"
001631         DISPLAY "PESEL0076E CUSTJRNL COULD NOT BE OPENED, "
001632             "FILE STATUS=" WS-CUSTJRNL-STATUS
001636         MOVE 16 TO RETURN-CODE
001640         STOP RUN
001641     END-IF.
001642*    NO CROSS-REFERENCE FILE YET SIMPLY MEANS NO CUSTOMER HAS
001643*    EVER BEEN RENUMBERED.
001644     OPEN INPUT CUSTOMER-XREF-FILE.
001645     IF WS-CUSTXREF-STATUS = "00"
001646         MOVE 'Y' TO WS-XREF-OPEN-SWITCH
001647     ELSE
001648         IF WS-CUSTXREF-STATUS NOT = "35"
001649             DISPLAY "PESEL0097E CUSTXREF COULD NOT BE OPENED, "
001650                 "FILE STATUS=" WS-CUSTXREF-STATUS
001651             MOVE 16 TO RETURN-CODE
001652             STOP RUN
001653         END-IF
001654     END-IF.
001655*    NO GUARDIAN LINK FILE YET SIMPLY MEANS NO GUARDIAN HAS EVER
001656*    BEEN LINKED.
001657     OPEN I-O GUARDIAN-LINK-FILE.
001658     IF WS-GUARDLNK-STATUS = "00"
001659         MOVE 'Y' TO WS-GRD-OPEN-SWITCH
001660     ELSE
001661         IF WS-GUARDLNK-STATUS NOT = "35"
001662             DISPLAY "PESEL0185E GUARDLNK COULD NOT BE OPENED, "
001663                 "FILE STATUS=" WS-GUARDLNK-STATUS
001664             MOVE 16 TO RETURN-CODE
001665             STOP RUN
001666         END-IF
001667     END-IF.
001668*    NO FRAUD HOLD FILE YET SIMPLY MEANS THE FRAUD SCREEN HAS
001669*    NEVER HELD ANYONE.
001670     OPEN I-O FRAUD-HOLD-FILE.
001671     IF WS-FRAUDHLD-STATUS = "00"
001672         MOVE 'Y' TO WS-HOLD-OPEN-SWITCH
001673     ELSE
001674         IF WS-FRAUDHLD-STATUS NOT = "35"
001675             DISPLAY "PESEL0218E FRAUDHLD COULD NOT BE OPENED, "
001676                 "FILE STATUS=" WS-FRAUDHLD-STATUS
001677             MOVE 16 TO RETURN-CODE
001678             STOP RUN
001679         END-IF
001680     END-IF.
001681*    NO SUSPENSE FILE YET SIMPLY MEANS NO BRANCH FILE HAS EVER
001682*    BEEN HELD.
001683     OPEN I-O SUSPENSE-FILE.
001684     IF WS-SUSPENSE-STATUS = "00"
001685         MOVE 'Y' TO WS-SUS-OPEN-SWITCH
001686     ELSE
001687         IF WS-SUSPENSE-STATUS NOT = "35"
001688             DISPLAY "PESEL0225E SUSPENSE COULD NOT BE OPENED, "
001689                 "FILE STATUS=" WS-SUSPENSE-STATUS
001690             MOVE 16 TO RETURN-CODE
001691             STOP RUN
001692         END-IF
001693     END-IF.
001694     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
001695 1000-EXIT.
001696     EXIT.
001697
001700*================================================================
001710*    2000-PROCESS-REQUESTS
001720*    THE CHECKSUM GATE COMES FIRST: A REQUEST THAT FAILS IT IS
002700
002710*================================================================
002720*    3000-ANONYMIZE-RECORD
002727*    NAME AND ADDRESS ARE BLANKED, THE ADDRESS FLAG CLEARED, AND
002734*    THE RECORD IS FLAGGED CM-ERASED.  THE KEYED RECORD STAYS ON
002741*    FILE ON PURPOSE - DELETING IT WOULD LEAVE A HOLE THE
002748*    VALIDATOR WOULD CALL "NEW" AND PESELLD WOULD RE-ONBOARD.  THE
002755*    JOURNAL ENTRY CARRIES THE STATUS BEFORE AND AFTER BUT NO NAME
002762*    OR ADDRESS ON EITHER SIDE.
002764*    A PESEL NOT ON CUSTMAS IS STILL SCRUBBED (3500) - THE FRAUD
002766*    SCREEN OR THE INTAKE MAY HOLD A CUSTOMER NEVER LOADED.
002770*================================================================
002780 3000-ANONYMIZE-RECORD.
002790     MOVE WS-PESEL TO CM-PESEL.
002810         INVALID KEY
002820             ADD 1 TO WS-CNT-NOT-FOUND
002830             MOVE "NOTFOUND" TO DSP-RESULT
002835             PERFORM 3500-SCRUB-JOURNAL THRU 3500-EXIT
002840         NOT INVALID KEY
002841             IF CM-SUPERSEDED
002842                 ADD 1 TO WS-CNT-REFUSED
002843                 MOVE "RENUMBERED" TO DSP-RESULT
002844                 GO TO 3000-WRITE
002845             END-IF
002850             MOVE SPACES TO CM-CUSTOMER-NAME
002860             MOVE SPACES TO CM-ADDRESS
002862             MOVE SPACE  TO CM-ADDRESS-FLAG
002865             MOVE CUSTOMER-MASTER-RECORD TO WS-JRNL-BEFORE
002870             MOVE 'E'    TO CM-STATUS-FLAG
002880             REWRITE CUSTOMER-MASTER-RECORD
002890             ADD 1 TO WS-CNT-ANONYMIZED
002900             MOVE "ANONYMIZED" TO DSP-RESULT
002902             MOVE 'E' TO WS-JRNL-ACTION
002904             MOVE CUSTOMER-MASTER-RECORD TO WS-JRNL-AFTER
002906             PERFORM 3500-SCRUB-JOURNAL THRU 3500-EXIT
002908             PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT
002909             PERFORM 3700-CLOSE-GUARDIAN-LINKS THRU 3700-EXIT
002910     END-READ.
002915 3000-WRITE.
002920     PERFORM 4000-WRITE-DISPOSAL-LINE THRU 4000-EXIT.
002930 3000-EXIT.
002940     EXIT.
002950
002960*================================================================
002970*    3100-PURGE-RECORD
002972*    THE RECORD IS READ FIRST ONLY SO THE JOURNAL ENTRY CAN SHOW
002974*    ITS STATUS, DATE ADDED, AND BRANCH AT THE TIME OF THE
002976*    DELETE - NEVER ITS NAME OR ADDRESS.
002978*    A PESEL NOT ON CUSTMAS IS STILL SCRUBBED (3500), AS IN 3000.
002980*================================================================
002990 3100-PURGE-RECORD.
002992     MOVE WS-PESEL TO CM-PESEL.
002994     READ CUSTOMER-MASTER-FILE
002996         INVALID KEY
002998             ADD 1 TO WS-CNT-NOT-FOUND
003000             MOVE "NOTFOUND" TO DSP-RESULT
003002             PERFORM 3500-SCRUB-JOURNAL THRU 3500-EXIT
003004             GO TO 3100-WRITE
003006     END-READ.
003007     IF CM-SUPERSEDED
003008         ADD 1 TO WS-CNT-REFUSED
003009         MOVE "RENUMBERED" TO DSP-RESULT
003010         GO TO 3100-WRITE
003011     END-IF.
003012     MOVE SPACES TO CM-CUSTOMER-NAME.
003013     MOVE SPACES TO CM-ADDRESS.
003014     MOVE SPACE  TO CM-ADDRESS-FLAG.
003016     MOVE CUSTOMER-MASTER-RECORD TO WS-JRNL-BEFORE.
003018     DELETE CUSTOMER-MASTER-FILE RECORD
003020         INVALID KEY
003030             ADD 1 TO WS-CNT-NOT-FOUND
003040             MOVE "NOTFOUND" TO DSP-RESULT
003050         NOT INVALID KEY
003060             ADD 1 TO WS-CNT-DELETED
003070             MOVE "DELETED" TO DSP-RESULT
003071             MOVE 'D' TO WS-JRNL-ACTION
003072             MOVE SPACES TO WS-JRNL-AFTER
003073             PERFORM 3500-SCRUB-JOURNAL THRU 3500-EXIT
003074             PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT
003075             PERFORM 3700-CLOSE-GUARDIAN-LINKS THRU 3700-EXIT
003076     END-DELETE.
003077 3100-WRITE.
003078     PERFORM 4000-WRITE-DISPOSAL-LINE THRU 4000-EXIT.
003079 3100-EXIT.
003080     EXIT.
003081
003082*================================================================
003083*    3500-SCRUB-JOURNAL
003084*    BLANKS THE NAME AND ADDRESS OUT OF THE BEFORE AND AFTER
003085*    IMAGES OF EVERY JOURNAL ENTRY ALREADY ON FILE FOR THIS
003086*    PESEL - A GENERIC BROWSE FROM THE LOWEST KEY FOR THE PESEL
003087*    UNTIL THE PESEL CHANGES.  THE DATES, STATUSES, AND WHO/WHEN
003088*    OF EACH CHANGE STAY, SO THE HISTORY STILL SHOWS WHAT
003089*    HAPPENED, JUST NOT TO WHAT DATA.  EVERY EARLIER NUMBER
003090*    THE REGISTRY REPLACED WITH THIS ONE (CUSTXREF, BROWSED ON
003091*    THE NEW-PESEL ALTERNATE KEY) IS SCRUBBED THE SAME WAY.  THE
003092*    NAME AND ADDRESS ON EACH NUMBER'S FRAUD HOLD (3800) AND HELD
003093*    INTAKE LINES (3850), IF ANY, GO TOO.
003094*================================================================
003095 3500-SCRUB-JOURNAL.
003096     MOVE WS-PESEL TO WS-SCRUB-PESEL.
003097     PERFORM 3510-SCRUB-ONE-PESEL THRU 3510-EXIT.
003098     IF NOT WS-XREF-AVAILABLE
003099         GO TO 3500-EXIT
003100     END-IF.
003101     MOVE 'N'      TO WS-XREF-BROWSE-SWITCH.
003102     MOVE WS-PESEL TO CX-NEW-PESEL.
003103     START CUSTOMER-XREF-FILE KEY IS EQUAL TO CX-NEW-PESEL
003104         INVALID KEY
003105             GO TO 3500-EXIT
003106     END-START.
003107     PERFORM 3520-SCRUB-NEXT-OLD-PESEL THRU 3520-EXIT
003108         UNTIL WS-XREF-BROWSE-DONE.
003109 3500-EXIT.
003110     EXIT.
003111
003112 3510-SCRUB-ONE-PESEL.
003113     PERFORM 3800-SCRUB-FRAUD-HOLD THRU 3800-EXIT.
003114     PERFORM 3850-SCRUB-SUSPENSE THRU 3850-EXIT.
003115     MOVE 'N'      TO WS-JRNL-BROWSE-SWITCH.
003116     MOVE WS-SCRUB-PESEL TO CJ-PESEL.
003117     MOVE 0        TO CJ-STAMP.
003118     MOVE 0        TO CJ-SEQ.
003119     START CUSTOMER-JOURNAL-FILE KEY IS NOT LESS THAN CJ-KEY
003120         INVALID KEY
003121             GO TO 3510-EXIT
003122     END-START.
003123     PERFORM 3550-SCRUB-NEXT-ENTRY THRU 3550-EXIT
003124         UNTIL WS-JRNL-BROWSE-DONE.
003125 3510-EXIT.
003126     EXIT.
003127
003128 3520-SCRUB-NEXT-OLD-PESEL.
003129     READ CUSTOMER-XREF-FILE NEXT RECORD
003130         AT END
003131             MOVE 'Y' TO WS-XREF-BROWSE-SWITCH
003132             GO TO 3520-EXIT
003133     END-READ.
003134     IF CX-NEW-PESEL NOT = WS-PESEL
003135         MOVE 'Y' TO WS-XREF-BROWSE-SWITCH
003136         GO TO 3520-EXIT
003137     END-IF.
003138     MOVE CX-OLD-PESEL TO WS-SCRUB-PESEL.
003139     PERFORM 3510-SCRUB-ONE-PESEL THRU 3510-EXIT.
003140 3520-EXIT.
003141     EXIT.
003142
003143 3550-SCRUB-NEXT-ENTRY.
003144     READ CUSTOMER-JOURNAL-FILE NEXT RECORD
003145         AT END
003146             MOVE 'Y' TO WS-JRNL-BROWSE-SWITCH
003147             GO TO 3550-EXIT
003148     END-READ.
003149     IF CJ-PESEL NOT = WS-SCRUB-PESEL
003150         MOVE 'Y' TO WS-JRNL-BROWSE-SWITCH
003151         GO TO 3550-EXIT
003152     END-IF.
003153     IF CJB-CUSTOMER-NAME = SPACES AND CJB-ADDRESS = SPACES
003154             AND CJA-CUSTOMER-NAME = SPACES
003155             AND CJA-ADDRESS = SPACES
003156             AND CJB-ADDRESS-FLAG = SPACE
003157             AND CJA-ADDRESS-FLAG = SPACE
003158         GO TO 3550-EXIT
003159     END-IF.
003160     MOVE SPACES TO CJB-CUSTOMER-NAME.
003161     MOVE SPACES TO CJB-ADDRESS.
003162     MOVE SPACES TO CJA-CUSTOMER-NAME.
003163     MOVE SPACES TO CJA-ADDRESS.
003164     MOVE SPACE  TO CJB-ADDRESS-FLAG.
003165     MOVE SPACE  TO CJA-ADDRESS-FLAG.
003166     REWRITE CUSTOMER-JOURNAL-RECORD.
003167     IF WS-CUSTJRNL-STATUS = "00"
003168         ADD 1 TO WS-CNT-JRNL-SCRUBBED
003169     ELSE
003170         ADD 1 TO WS-CNT-JRNL-FAILED
003171         DISPLAY "PESEL0077E CUSTJRNL REWRITE FAILED FOR PESEL "
003172             WS-SCRUB-PESEL ", FILE STATUS=" WS-CUSTJRNL-STATUS
003173     END-IF.
003174 3550-EXIT.
003175     EXIT.
003176
003177*================================================================
003178*    3600-WRITE-JOURNAL
003179*    RECORDS THE ERASURE OR PURGE ITSELF.  THE KEY IS PESEL +
003180*    STAMP TO THE HUNDREDTH; ON THE RARE DUPLICATE THE SEQUENCE
003181*    IS BUMPED AND THE WRITE RETRIED.
003182*================================================================
003183 3600-WRITE-JOURNAL.
003184     MOVE SPACES                  TO CUSTOMER-JOURNAL-RECORD.
003185     MOVE WS-PESEL                TO CJ-PESEL.
003186     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
003187     MOVE WS-TS-RAW(1:16)         TO CJ-STAMP.
003188     MOVE 0                       TO CJ-SEQ.
003189     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
003190            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
003191         DELIMITED BY SIZE INTO WS-TS-DISP.
003192     MOVE WS-TS-DISP              TO CJ-TIMESTAMP.
003193     MOVE WS-JRNL-ACTION          TO CJ-ACTION.
003194     MOVE "PESELERA"              TO CJ-SOURCE.
003195     MOVE WS-JOB-ID               TO CJ-USER-ID.
003196     MOVE CM-SOURCE-BRANCH        TO CJ-BRANCH.
003197     MOVE WS-JRNL-BEFORE          TO CJ-BEFORE-IMAGE.
003198     MOVE WS-JRNL-AFTER           TO CJ-AFTER-IMAGE.
003199     MOVE WS-JRNL-BEFORE(95:1)    TO CJB-ADDRESS-FLAG.
003200     MOVE WS-JRNL-AFTER(95:1)     TO CJA-ADDRESS-FLAG.
003201 3600-PUT.
003202     WRITE CUSTOMER-JOURNAL-RECORD.
003203     IF WS-CUSTJRNL-STATUS = "22" AND CJ-SEQ < 99
003204         ADD 1 TO CJ-SEQ
003205         GO TO 3600-PUT
003206     END-IF.
003207     IF WS-CUSTJRNL-STATUS NOT = "00"
003208         ADD 1 TO WS-CNT-JRNL-FAILED
003209         DISPLAY "PESEL0077E CUSTJRNL WRITE FAILED FOR PESEL "
003210             WS-PESEL ", FILE STATUS=" WS-CUSTJRNL-STATUS
003211     END-IF.
003212 3600-EXIT.
003213     EXIT.
003214
003215*================================================================
003216*    3700-CLOSE-GUARDIAN-LINKS
003217*    CLOSES EVERY OPEN LINK FOR THE ERASED PESEL - AS THE CHILD
003218*    (A GENERIC BROWSE ON THE PRIMARY KEY, REASON 'E') AND AS THE
003219*    GUARDIAN (A BROWSE ON THE GUARDIAN-PESEL ALTERNATE KEY,
003220*    REASON 'G').  CLOSED LINKS ARE LEFT AS THEY ARE.
003221*================================================================
003222 3700-CLOSE-GUARDIAN-LINKS.
003223     IF NOT WS-GRD-AVAILABLE
003224         GO TO 3700-EXIT
003225     END-IF.
003226     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
003227     MOVE WS-TS-RAW(1:8) TO WS-TODAY-NUM.
003228     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
003229            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
003230         DELIMITED BY SIZE INTO WS-TS-DISP.
003231     MOVE 'N'      TO WS-GRD-BROWSE-SWITCH.
003232     MOVE WS-PESEL TO GL-CHILD-PESEL.
003233     MOVE ZEROS    TO GL-GUARDIAN-PESEL.
003234     START GUARDIAN-LINK-FILE KEY IS NOT LESS THAN GL-KEY
003235         INVALID KEY
003236             GO TO 3700-AS-GUARDIAN
003237     END-START.
003238     PERFORM 3710-CLOSE-NEXT-AS-CHILD THRU 3710-EXIT
003239         UNTIL WS-GRD-BROWSE-DONE.
003240 3700-AS-GUARDIAN.
003241     MOVE 'N'      TO WS-GRD-BROWSE-SWITCH.
003242     MOVE WS-PESEL TO GL-GUARDIAN-PESEL.
003243     START GUARDIAN-LINK-FILE KEY IS EQUAL TO GL-GUARDIAN-PESEL
003244         INVALID KEY
003245             GO TO 3700-EXIT
003246     END-START.
003247     PERFORM 3720-CLOSE-NEXT-AS-GUARDIAN THRU 3720-EXIT
003248         UNTIL WS-GRD-BROWSE-DONE.
003249 3700-EXIT.
003250     EXIT.
003251
003252 3710-CLOSE-NEXT-AS-CHILD.
003253     READ GUARDIAN-LINK-FILE NEXT RECORD
003254         AT END
003255             MOVE 'Y' TO WS-GRD-BROWSE-SWITCH
003256             GO TO 3710-EXIT
003257     END-READ.
003258     IF GL-CHILD-PESEL NOT = WS-PESEL
003259         MOVE 'Y' TO WS-GRD-BROWSE-SWITCH
003260         GO TO 3710-EXIT
003261     END-IF.
003262     IF GL-OPEN
003263         MOVE 'E' TO GL-CLOSE-REASON
003264         PERFORM 3750-CLOSE-LINK THRU 3750-EXIT
003265     END-IF.
003266 3710-EXIT.
003267     EXIT.
003268
003269 3720-CLOSE-NEXT-AS-GUARDIAN.
003270     READ GUARDIAN-LINK-FILE NEXT RECORD
003271         AT END
003272             MOVE 'Y' TO WS-GRD-BROWSE-SWITCH
003273             GO TO 3720-EXIT
003274     END-READ.
003275     IF GL-GUARDIAN-PESEL NOT = WS-PESEL
003276         MOVE 'Y' TO WS-GRD-BROWSE-SWITCH
003277         GO TO 3720-EXIT
003278     END-IF.
003279     IF GL-OPEN
003280         MOVE 'G' TO GL-CLOSE-REASON
003281         PERFORM 3750-CLOSE-LINK THRU 3750-EXIT
003282     END-IF.
003283 3720-EXIT.
003284     EXIT.
003285
003286 3750-CLOSE-LINK.
003287     MOVE 'C' TO GL-STATUS.
003288     IF GL-EFFECTIVE-TO = ZEROS OR GL-EFFECTIVE-TO > WS-TODAY-NUM
003289         MOVE WS-TODAY-NUM TO GL-EFFECTIVE-TO
003290     END-IF.
003291     MOVE WS-JOB-ID  TO GL-CHANGED-BY.
003292     MOVE WS-TS-DISP TO GL-CHANGED-TIMESTAMP.
003293     REWRITE GUARDIAN-LINK-RECORD.
003294     IF WS-GUARDLNK-STATUS = "00"
003295         ADD 1 TO WS-CNT-GRD-CLOSED
003296     ELSE
003297         ADD 1 TO WS-CNT-GRD-FAILED
003298         DISPLAY "PESEL0186E GUARDLNK REWRITE FAILED FOR LINK "
003299             GL-CHILD-PESEL "/" GL-GUARDIAN-PESEL
003300             ", FILE STATUS=" WS-GUARDLNK-STATUS
003301     END-IF.
003302 3750-EXIT.
003303     EXIT.
003304
003305*================================================================
003306*    3800-SCRUB-FRAUD-HOLD
003307*    BLANKS THE NAME AND ADDRESS ON THE FRAUD HOLD FOR THE PESEL
003308*    IN WS-SCRUB-PESEL, IF THE FRAUD SCREEN EVER HELD IT.  A HOLD
003309*    STILL HELD OR RELEASED IS ALSO REFUSED, NOTE "ERASED", SO
003310*    PESELLD NEVER LOADS IT.  THE REASONS AND HOLD DATES STAY; A
003311*    HOLD WITH NO ADDRESS DROPS OUT OF THE ADDRESS-REUSE PATTERN.
003312*================================================================
003313 3800-SCRUB-FRAUD-HOLD.
003314     IF NOT WS-HOLD-AVAILABLE
003315         GO TO 3800-EXIT
003316     END-IF.
003317     MOVE WS-SCRUB-PESEL TO FH-PESEL.
003318     READ FRAUD-HOLD-FILE.
003319     IF WS-FRAUDHLD-STATUS = "23"
003320         GO TO 3800-EXIT
003321     END-IF.
003322     IF WS-FRAUDHLD-STATUS NOT = "00"
003323         ADD 1 TO WS-CNT-HOLD-FAILED
003324         DISPLAY "PESEL0219E FRAUDHLD READ FAILED FOR PESEL "
003325             WS-SCRUB-PESEL ", FILE STATUS=" WS-FRAUDHLD-STATUS
003326         GO TO 3800-EXIT
003327     END-IF.
003328     IF FH-CUSTOMER-NAME = SPACES AND FH-ADDRESS = SPACES
003329             AND NOT FH-HELD AND NOT FH-RELEASED
003330         GO TO 3800-EXIT
003331     END-IF.
003332     MOVE SPACES TO FH-CUSTOMER-NAME.
003333     MOVE SPACES TO FH-ADDRESS.
003334     IF FH-HELD OR FH-RELEASED
003335         MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW
003336         STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
003337                WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
003338             DELIMITED BY SIZE INTO WS-TS-DISP
003339         MOVE 'X'        TO FH-STATUS
003340         MOVE WS-JOB-ID  TO FH-DECIDED-BY
003341         MOVE WS-TS-DISP TO FH-DECIDED-TIMESTAMP
003342         MOVE "ERASED"   TO FH-DECISION-NOTE
003343     END-IF.
003344     REWRITE FRAUD-HOLD-RECORD.
003345     IF WS-FRAUDHLD-STATUS = "00"
003346         ADD 1 TO WS-CNT-HOLD-SCRUBBED
003347     ELSE
003348         ADD 1 TO WS-CNT-HOLD-FAILED
003349         DISPLAY "PESEL0219E FRAUDHLD REWRITE FAILED FOR PESEL "
003350             WS-SCRUB-PESEL ", FILE STATUS=" WS-FRAUDHLD-STATUS
003351     END-IF.
003352 3800-EXIT.
003353     EXIT.
003354
003355*================================================================
003356*    3850-SCRUB-SUSPENSE
003357*    BLANKS THE NAME AND ADDRESS ON EVERY HELD INTAKE LINE FOR
003358*    THE PESEL IN WS-SCRUB-PESEL.  THE LINES ARE KEYED BY HOLD ID,
003359*    NOT PESEL, SO THE WHOLE FILE IS BROWSED - IT ONLY EVER HOLDS
003360*    A FEW FILES.  LINE 0 OF EACH HOLD IS ITS CONTROL RECORD.  THE
003361*    PESEL AND BRANCH STAY, SO THE HELD FILE STILL COUNTS AND
003362*    HASHES TO ITS TRAILER.
003363*================================================================
003364 3850-SCRUB-SUSPENSE.
003365     IF NOT WS-SUS-AVAILABLE
003366         GO TO 3850-EXIT
003367     END-IF.
003368     MOVE 'N'        TO WS-SUS-BROWSE-SWITCH.
003369     MOVE LOW-VALUES TO SU-KEY.
003370     START SUSPENSE-FILE KEY IS NOT LESS THAN SU-KEY
003371         INVALID KEY
003372             GO TO 3850-EXIT
003373     END-START.
003374     PERFORM 3860-SCRUB-NEXT-LINE THRU 3860-EXIT
003375         UNTIL WS-SUS-BROWSE-DONE.
003376 3850-EXIT.
003377     EXIT.
003378
003379 3860-SCRUB-NEXT-LINE.
003380     READ SUSPENSE-FILE NEXT RECORD
003381         AT END
003382             MOVE 'Y' TO WS-SUS-BROWSE-SWITCH
003383             GO TO 3860-EXIT
003384     END-READ.
003385     IF SU-LINE-NO = 0
003386             OR SU-LINE(1:11) NOT = WS-SCRUB-PESEL
003387             OR SU-LINE(12:70) = SPACES
003388         GO TO 3860-EXIT
003389     END-IF.
003390     MOVE SPACES TO SU-LINE(12:70).
003391     REWRITE SUSPENSE-RECORD.
003392     IF WS-SUSPENSE-STATUS = "00"
003393         ADD 1 TO WS-CNT-SUS-SCRUBBED
003394     ELSE
003395         ADD 1 TO WS-CNT-SUS-FAILED
003396         DISPLAY "PESEL0226E SUSPENSE REWRITE FAILED FOR HOLD "
003397             SU-HOLD-ID " LINE " SU-LINE-NO
003398             ", FILE STATUS=" WS-SUSPENSE-STATUS
003399     END-IF.
003400 3860-EXIT.
003401     EXIT.
003402
003403*================================================================
003404*    4000-WRITE-DISPOSAL-LINE
003405*    ONE TIMESTAMPED LINE PER REQUEST, DISPOSITION INCLUDED -
003406*    THE DISPOSAL REPORT IS WHAT COMPLIANCE FILES AS THE
003407*    CERTIFICATE OF DESTRUCTION.
003408*================================================================
003409 4000-WRITE-DISPOSAL-LINE.
003410     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
003411     STRING WS-TS-YEAR   "-" WS-TS-MONTH  "-" WS-TS-DAY  " "
003412            WS-TS-HOUR   ":" WS-TS-MINUTE ":" WS-TS-SECOND
003413         DELIMITED BY SIZE INTO WS-TS-DISP.
003414     MOVE WS-TS-DISP TO DSP-TIMESTAMP.
003415     MOVE WS-JOB-ID  TO DSP-JOB-ID.
003416     MOVE WS-DISPOSAL-LINE TO PESEL-DISPOSAL-RECORD.
003417     WRITE PESEL-DISPOSAL-RECORD.
003418 4000-EXIT.
003419     EXIT.
003420
003421*================================================================
003422*    8000-FINALIZE
003423*    TOTALS GO ONTO THE DISPOSAL REPORT SO THE CERTIFICATE IS
003424*    SELF-CONTAINED.
003425*================================================================
003426 8000-FINALIZE.
003427     MOVE SPACES TO PESEL-DISPOSAL-RECORD.
003428     WRITE PESEL-DISPOSAL-RECORD.
003429     MOVE "ERASURE REQUESTS READ" TO SUM-LABEL.
003430     MOVE WS-CNT-REQUESTS TO SUM-COUNT.
003431     MOVE WS-SUM-LINE TO PESEL-DISPOSAL-RECORD.
003432     WRITE PESEL-DISPOSAL-RECORD.
003433     MOVE "RECORDS ANONYMIZED" TO SUM-LABEL.
003440     MOVE WS-CNT-ANONYMIZED TO SUM-COUNT.
003450     MOVE WS-SUM-LINE TO PESEL-DISPOSAL-RECORD.
003460     WRITE PESEL-DISPOSAL-RECORD.
003560     MOVE WS-CNT-REFUSED TO SUM-COUNT.
003570     MOVE WS-SUM-LINE TO PESEL-DISPOSAL-RECORD.
003580     WRITE PESEL-DISPOSAL-RECORD.
003581     MOVE "JOURNAL ENTRIES SCRUBBED" TO SUM-LABEL.
003582     MOVE WS-CNT-JRNL-SCRUBBED TO SUM-COUNT.
003583     MOVE WS-SUM-LINE TO PESEL-DISPOSAL-RECORD.
003584     WRITE PESEL-DISPOSAL-RECORD.
003585     MOVE "JOURNAL WRITES FAILED" TO SUM-LABEL.
003586     MOVE WS-CNT-JRNL-FAILED TO SUM-COUNT.
003587     MOVE WS-SUM-LINE TO PESEL-DISPOSAL-RECORD.
003588     WRITE PESEL-DISPOSAL-RECORD.
003589     MOVE "GUARDIAN LINKS CLOSED" TO SUM-LABEL.
003590     MOVE WS-CNT-GRD-CLOSED TO SUM-COUNT.
003591     MOVE WS-SUM-LINE TO PESEL-DISPOSAL-RECORD.
003592     WRITE PESEL-DISPOSAL-RECORD.
003593     MOVE "GUARDIAN LINK CLOSES FAILED" TO SUM-LABEL.
003594     MOVE WS-CNT-GRD-FAILED TO SUM-COUNT.
003595     MOVE WS-SUM-LINE TO PESEL-DISPOSAL-RECORD.
003596     WRITE PESEL-DISPOSAL-RECORD.
003597     MOVE "FRAUD HOLDS SCRUBBED" TO SUM-LABEL.
003598     MOVE WS-CNT-HOLD-SCRUBBED TO SUM-COUNT.
003599     MOVE WS-SUM-LINE TO PESEL-DISPOSAL-RECORD.
003600     WRITE PESEL-DISPOSAL-RECORD.
003601     MOVE "FRAUD HOLD SCRUBS FAILED" TO SUM-LABEL.
003602     MOVE WS-CNT-HOLD-FAILED TO SUM-COUNT.
003603     MOVE WS-SUM-LINE TO PESEL-DISPOSAL-RECORD.
003604     WRITE PESEL-DISPOSAL-RECORD.
003605     MOVE "SUSPENSE LINES SCRUBBED" TO SUM-LABEL.
003606     MOVE WS-CNT-SUS-SCRUBBED TO SUM-COUNT.
003607     MOVE WS-SUM-LINE TO PESEL-DISPOSAL-RECORD.
003608     WRITE PESEL-DISPOSAL-RECORD.
003609     MOVE "SUSPENSE LINE SCRUBS FAILED" TO SUM-LABEL.
003610     MOVE WS-CNT-SUS-FAILED TO SUM-COUNT.
003611     MOVE WS-SUM-LINE TO PESEL-DISPOSAL-RECORD.
003612     WRITE PESEL-DISPOSAL-RECORD.
003613     CLOSE PESEL-ERASE-REQ-FILE.
003614     CLOSE CUSTOMER-MASTER-FILE.
003615     CLOSE PESEL-DISPOSAL-FILE.
003616     CLOSE CUSTOMER-JOURNAL-FILE.
003617     IF WS-XREF-AVAILABLE
003618         CLOSE CUSTOMER-XREF-FILE
003619     END-IF.
003620     IF WS-GRD-AVAILABLE
003621         CLOSE GUARDIAN-LINK-FILE
003623     END-IF.
003624     IF WS-HOLD-AVAILABLE
003625         CLOSE FRAUD-HOLD-FILE
003626     END-IF.
003627     IF WS-SUS-AVAILABLE
003628         CLOSE SUSPENSE-FILE
003629     END-IF.
003632     DISPLAY "PESEL0059I REQUESTS READ:  " WS-CNT-REQUESTS.
003635     DISPLAY "PESEL0059I ANONYMIZED:     " WS-CNT-ANONYMIZED.
003640     DISPLAY "PESEL0059I DELETED:        " WS-CNT-DELETED.
003650     DISPLAY "PESEL0059I NOT ON FILE:    " WS-CNT-NOT-FOUND.
003660     DISPLAY "PESEL0059I REFUSED:        " WS-CNT-REFUSED.
003661     DISPLAY "PESEL0059I JRNL SCRUBBED:  " WS-CNT-JRNL-SCRUBBED.
003662     DISPLAY "PESEL0059I JRNL FAILED:    " WS-CNT-JRNL-FAILED.
003663     DISPLAY "PESEL0059I LINKS CLOSED:   " WS-CNT-GRD-CLOSED.
003664     DISPLAY "PESEL0059I LINKS FAILED:   " WS-CNT-GRD-FAILED.
003665     DISPLAY "PESEL0059I HOLDS SCRUBBED: " WS-CNT-HOLD-SCRUBBED.
003666     DISPLAY "PESEL0059I HOLDS FAILED:   " WS-CNT-HOLD-FAILED.
003667     DISPLAY "PESEL0059I SUSP SCRUBBED:  " WS-CNT-SUS-SCRUBBED.
003668     DISPLAY "PESEL0059I SUSP FAILED:    " WS-CNT-SUS-FAILED.
003669     IF WS-CNT-JRNL-FAILED > 0 OR WS-CNT-GRD-FAILED > 0
003670         OR WS-CNT-HOLD-FAILED > 0 OR WS-CNT-SUS-FAILED > 0
003672         MOVE 8 TO RETURN-CODE
003674     END-IF.
003676 8000-EXIT.
003680     EXIT.
003690
003700 END PROGRAM PESELERA.
