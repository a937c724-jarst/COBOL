000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PESELGRD.
000030 AUTHOR.        R-SZYMANSKI.
000040 INSTALLATION.  CUSTOMER-ONBOARDING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RS  ORIGINAL PROGRAM.  PSEUDO-CONVERSATIONAL CICS
000110*                 TRANSACTION PSGD - PARENT/GUARDIAN LINKS FOR
000120*                 CUSTOMERS WHO ARE MINORS, BUILT THE SAME WAY AS
000130*                 THE PSMT MAINTENANCE (MAP PESELM3 IN MAPSET
000140*                 PESELMAP).  THE CSR KEYS THE CHILD'S PESEL AND
000150*                 A GUARDIAN'S, WITH THE RELATIONSHIP AND THE
000160*                 DATES THE LINK IS IN FORCE, AND ADDS (N),
000170*                 CHANGES (U), OR CLOSES (C) THE LINK ON THE
000180*                 GUARDIAN LINK FILE (GUARDLNK).  A LINK IS ONLY
000190*                 ADDED FOR A CHILD ON CUSTMAS WHO IS STILL UNDER
000200*                 18, TO A GUARDIAN WHO IS ON CUSTMAS, ACTIVE
000210*                 (NOT ERASED, DECEASED, RENUMBERED, OR
000220*                 DEACTIVATED), AND 18 OR OVER.  THE SCREEN ALSO
000230*                 LISTS THE FIRST FIVE LINKS ON FILE FOR THE
000240*                 CHILD.  LINKS ARE CLOSED, NEVER DELETED.
000250*================================================================
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300
000310 DATA DIVISION.
000320 WORKING-STORAGE SECTION.
000330 01  WS-MAPNAME           PIC X(07) VALUE 'PESELM3'.
000340 01  WS-MAPSETNAME        PIC X(08) VALUE 'PESELMAP'.
000350 01  WS-TRANID            PIC X(04) VALUE 'PSGD'.
000360
000370 01  WS-RESP              PIC S9(8) COMP.
000380 01  WS-RESP2             PIC S9(8) COMP.
000390
000400 01  WS-CHILD-PESEL       PIC 9(11).
000410 01  WS-GUARDIAN-PESEL    PIC 9(11).
000420 01  WS-ACTION            PIC X(01).
000430     88  WS-ACTION-SHOW           VALUES SPACE, LOW-VALUE.
000440     88  WS-ACTION-ADD            VALUE 'N'.
000450     88  WS-ACTION-CHANGE         VALUE 'U'.
000460     88  WS-ACTION-CLOSE          VALUE 'C'.
000470 01  WS-USERID            PIC X(08).
000480 01  WS-TS-RAW            PIC X(21).
000490 01  WS-TS-DISP           PIC X(19).
000500 01  WS-TODAY-NUM         PIC 9(08).
000510
000520*----------------------------------------------------------------
000530* MESSAGE FOR THE CSR.  EACH ACTION PARAGRAPH SETS IT WHEN IT
000540* REFUSES OR COMPLETES; BLANK AFTER A SHOW.
000550*----------------------------------------------------------------
000560 01  WS-MSG               PIC X(79).
000570 01  WS-STATUS-WORD       PIC X(08).
000580
000590*----------------------------------------------------------------
000600* THE LINK AS KEYED - THE RELATIONSHIP AND DATES TO BE
000610* VALIDATED AND WRITTEN.  ON A CHANGE THEY START AS THE VALUES
000620* ON FILE AND ONLY THE FIELDS THE CSR TYPED OVER ARE REPLACED.
000630*----------------------------------------------------------------
000640 01  WS-NEW-LINK.
000650     05  WS-NEW-REL           PIC X(01).
000660         88  WS-NEW-REL-VALID        VALUES 'M' 'F' 'G' 'O'.
000670     05  WS-NEW-FROM-X        PIC X(08).
000680     05  WS-NEW-FROM REDEFINES WS-NEW-FROM-X
000690                              PIC 9(08).
000700     05  WS-NEW-TO-X          PIC X(08).
000710     05  WS-NEW-TO REDEFINES WS-NEW-TO-X
000720                              PIC 9(08).
000730
000740*----------------------------------------------------------------
000750* THE PESEL WHOSE BIRTH DATE IS BEING DECODED, BROKEN OUT THE
000760* SAME WAY THE BATCH VALIDATOR (PESEL.CBL) BREAKS OUT AN
000770* INCOMING NUMBER - THE BIRTH-DATE PARAGRAPHS BELOW ARE PORTS
000780* OF ITS 2350/2355/2357 AND MUST STAY IN STEP WITH THEM.
000790*----------------------------------------------------------------
000800 01  WS-PESEL.
000810     03  WS-PESEL-MAIN.
000820         05 WS-DATE.
000830             07  WS-YEAR     PIC 9(2).
000840             07  WS-MONTH    PIC 9(2).
000850                 88 IS-1800  VALUES 81 THRU 92.
000860                 88 IS-1900  VALUES  1 THRU 12.
000870                 88 IS-2000  VALUES 21 THRU 32.
000880                 88 IS-2100  VALUES 41 THRU 52.
000890                 88 IS-2200  VALUES 61 THRU 72.
000900             07  WS-DAY      PIC 9(2).
000910         05  WS-NUMBER.
000920             07 WS-SEQ       PIC 9(3).
000930             07 WS-GEN       PIC 9(1).
000940     03  WS-PESEL-CHECK-DIGIT    PIC 9(1).
000950
000960 01  WS-CENTURY-BASE      PIC 9(4).
000970 01  WS-REAL-MONTH        PIC 9(2).
000980 01  WS-REAL-YEAR         PIC 9(4).
000990 01  WS-MAX-DAY           PIC 9(2).
001000
001010 77  WS-REM4              PIC 9(4).
001020 77  WS-REM100            PIC 9(4).
001030 77  WS-REM400            PIC 9(4).
001040 77  WS-DIV-TEMP          PIC 9(4).
001050
001060*----------------------------------------------------------------
001070* BIRTH DATE, 18TH BIRTHDAY, AND LAST DAY UNDER 18 OF THE PESEL
001080* JUST DECODED (2400), AND THE CHILD'S COPY OF THEM.  A 29
001090* FEBRUARY BIRTHDAY TURNS 18 ON 1 MARCH IN A COMMON YEAR - THE
001100* SAME DAY THE VALIDATOR'S AGE CALCULATION FIRST GIVES 18.
001110*----------------------------------------------------------------
001120 01  WS-BIRTH-DATE        PIC 9(08).
001130 01  WS-MAJORITY-DATE     PIC 9(08).
001140 01  WS-MINORITY-END      PIC 9(08).
001150 01  WS-CHILD-BIRTH       PIC 9(08).
001170 01  WS-CHILD-MINOR-END   PIC 9(08).
001180
001190 01  WS-SWITCHES.
001200     05  WS-CUSTOMER-SWITCH   PIC X(01) VALUE 'N'.
001210         88  WS-CUSTOMER-FOUND      VALUE 'Y'.
001220     05  WS-DATE-SWITCH       PIC X(01) VALUE 'N'.
001230         88  WS-DATE-OK             VALUE 'Y'.
001240         88  WS-DATE-BAD            VALUE 'N'.
001270     05  WS-LIST-BROWSE-SWITCH PIC X(01) VALUE 'N'.
001280         88  WS-LIST-BROWSE-DONE    VALUE 'Y'.
001290     05  WS-LIST-MORE-SWITCH  PIC X(01) VALUE 'N'.
001300         88  WS-LIST-MORE           VALUE 'Y'.
001310
001320*----------------------------------------------------------------
001330* THE CHILD'S LINKS LISTED AT THE FOOT OF THE SCREEN.
001340*----------------------------------------------------------------
001350 01  WS-LIST-SUB          PIC S9(4) COMP VALUE 0.
001360 01  WS-LIST-BROWSE-KEY   PIC X(22).
001370 01  WS-LINK-LINE.
001380     05  LNK-GUARDIAN         PIC 9(11).
001390     05  FILLER               PIC X(01) VALUE SPACE.
001400     05  LNK-REL              PIC X(01).
001410     05  FILLER               PIC X(01) VALUE SPACE.
001420     05  LNK-STATUS           PIC X(06).
001430     05  FILLER               PIC X(01) VALUE SPACE.
001440     05  LNK-FROM             PIC 9(08).
001450     05  FILLER               PIC X(01) VALUE SPACE.
001460     05  LNK-TO               PIC X(08).
001470     05  FILLER               PIC X(01) VALUE SPACE.
001480     05  LNK-NAME             PIC X(30).
001490     05  FILLER               PIC X(10) VALUE SPACES.
001500
001510     COPY CUSTMAS.
001520     COPY GUARDLNK.
001530     COPY PESELMAP.
001540
001550*----------------------------------------------------------------
001560* COMMAREA PASSED BACK TO THIS PROGRAM ON THE NEXT PSEUDO-
001570* CONVERSATIONAL TURN, SAME SHAPE AS PSMT'S - THE MAINTENANCE
001580* ITSELF IS STATELESS FROM ONE ACTION TO THE NEXT.
001590*----------------------------------------------------------------
001600 01  WS-COMMAREA.
001610     05  WS-CA-LAST-PESEL     PIC 9(11).
001620
001630 LINKAGE SECTION.
001640 01  DFHCOMMAREA              PIC X(11).
001650
001660 PROCEDURE DIVISION.
001670*================================================================
001680*    0000-MAINLINE
001690*    FIRST ENTRY (EIBCALEN = 0) SENDS A BLANK MAP AND WAITS FOR
001700*    INPUT.  EVERY SUBSEQUENT ENTRY IS THE NEXT PSEUDO-
001710*    CONVERSATIONAL TURN, TRIGGERED BY THE CSR PRESSING ENTER.
001720*================================================================
001730 0000-MAINLINE.
001740     IF EIBCALEN = 0
001750         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
001760     ELSE
001770         MOVE DFHCOMMAREA TO WS-COMMAREA
001780         PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
001790     END-IF.
001800     EXEC CICS RETURN
001810         TRANSID(WS-TRANID)
001820         COMMAREA(WS-COMMAREA)
001830     END-EXEC.
001840
001850*================================================================
001860*    1000-SEND-INITIAL-MAP
001870*================================================================
001880 1000-SEND-INITIAL-MAP.
001890     MOVE LOW-VALUES TO PESELM3O.
001900     MOVE ZEROS TO WS-CA-LAST-PESEL.
001910     EXEC CICS SEND MAP(WS-MAPNAME)
001920         MAPSET(WS-MAPSETNAME)
001930         FROM(PESELM3O)
001940         ERASE
001950         FREEKB
001960     END-EXEC.
001970 1000-EXIT.
001980     EXIT.
001990
002000*================================================================
002010*    2000-PROCESS-ACTION
002020*    A BLANK ACTION JUST SHOWS THE CHILD, THE GUARDIAN, AND THE
002030*    LINK BETWEEN THEM; N ADDS THE LINK, U CHANGES ITS
002040*    RELATIONSHIP OR DATES, C CLOSES IT.  EVERY ACTION ENDS BY
002050*    RE-READING AND REDISPLAYING SO THE CSR SEES EXACTLY WHAT IS
002060*    NOW ON FILE.
002070*================================================================
002080 2000-PROCESS-ACTION.
002090     EXEC CICS RECEIVE MAP(WS-MAPNAME)
002100         MAPSET(WS-MAPSETNAME)
002110         INTO(PESELM3I)
002120         RESP(WS-RESP)
002130     END-EXEC.
002140     IF WS-RESP NOT = DFHRESP(NORMAL)
002150         MOVE LOW-VALUES TO PESELM3O
002160         MOVE 'PESEL0155W RE-ENTER THE CHILD PESEL' TO M3MSGO
002170         PERFORM 5000-REDISPLAY-MAP THRU 5000-EXIT
002180         GO TO 2000-EXIT
002190     END-IF.
002200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.
002210     MOVE ZEROS TO WS-CHILD-PESEL.
002220     IF M3CHLDI NUMERIC
002230         MOVE M3CHLDI TO WS-CHILD-PESEL
002240     END-IF.
002250     MOVE ZEROS TO WS-GUARDIAN-PESEL.
002260     IF M3GRDNL > 0 AND M3GRDNI NUMERIC
002270         MOVE M3GRDNI TO WS-GUARDIAN-PESEL
002280     END-IF.
002290     MOVE M3ACTNI TO WS-ACTION.
002300     MOVE SPACES  TO WS-MSG.
002310     EVALUATE TRUE
002320         WHEN WS-ACTION-SHOW
002330             CONTINUE
002340         WHEN WS-ACTION-ADD
002350             PERFORM 3000-ADD-LINK THRU 3000-EXIT
002360         WHEN WS-ACTION-CHANGE
002370             PERFORM 3100-CHANGE-LINK THRU 3100-EXIT
002380         WHEN WS-ACTION-CLOSE
002390             PERFORM 3200-CLOSE-LINK THRU 3200-EXIT
002400         WHEN OTHER
002410             MOVE 'PESEL0156E ACTION NOT N, U, OR C - NO CHANGE'
002420                 TO WS-MSG
002430     END-EVALUATE.
002440     PERFORM 4000-BUILD-OUTPUT-MAP THRU 4000-EXIT.
002450     IF WS-MSG = SPACES AND WS-LIST-MORE
002460         MOVE 'PESEL0178I MORE LINKS ON FILE THAN LISTED'
002470             TO WS-MSG
002480     END-IF.
002490     MOVE WS-MSG TO M3MSGO.
002500     MOVE WS-CHILD-PESEL TO WS-CA-LAST-PESEL.
002510     PERFORM 5000-REDISPLAY-MAP THRU 5000-EXIT.
002520 2000-EXIT.
002530     EXIT.
002540
002550*================================================================
002560*    2300-READ-CUSTOMER
002570*    SAME RANDOM READ THE PSIQ INQUIRY USES AGAINST CUSTMAS; THE
002580*    CALLER PUTS THE PESEL WANTED IN CM-PESEL.
002590*================================================================
002600 2300-READ-CUSTOMER.
002610     MOVE 'N' TO WS-CUSTOMER-SWITCH.
002620     EXEC CICS READ FILE('CUSTMAS')
002630         INTO(CUSTOMER-MASTER-RECORD)
002640         RIDFLD(CM-PESEL)
002650         RESP(WS-RESP)
002660     END-EXEC.
002670     IF WS-RESP = DFHRESP(NORMAL)
002680         MOVE 'Y' TO WS-CUSTOMER-SWITCH
002690     END-IF.
002700 2300-EXIT.
002710     EXIT.
002720
002730*================================================================
002740*    2350-VALIDATE-BIRTH-DATE
002750*    SAME RULES THE VALIDATOR APPLIES TO AN INCOMING PESEL -
002760*    MONTH CODE IN A DEFINED CENTURY RANGE AND A REAL DAY OF
002770*    THE DECODED MONTH/YEAR.
002780*================================================================
002790 2350-VALIDATE-BIRTH-DATE.
002800     IF IS-1800 OR IS-1900 OR IS-2000 OR IS-2100 OR IS-2200
002810         MOVE 'Y' TO WS-DATE-SWITCH
002820         PERFORM 2355-DECODE-CENTURY THRU 2355-EXIT
002830         IF WS-DAY = 0 OR WS-DAY > WS-MAX-DAY
002840             MOVE 'N' TO WS-DATE-SWITCH
002850         END-IF
002860     ELSE
002870         MOVE 'N' TO WS-DATE-SWITCH
002880     END-IF.
002890 2350-EXIT.
002900     EXIT.
002910
002920 2355-DECODE-CENTURY.
002930     IF IS-1800
002940         MOVE 1800 TO WS-CENTURY-BASE
002950         COMPUTE WS-REAL-MONTH = WS-MONTH - 80
002960     ELSE IF IS-1900
002970         MOVE 1900 TO WS-CENTURY-BASE
002980         MOVE WS-MONTH TO WS-REAL-MONTH
002990     ELSE IF IS-2000
003000         MOVE 2000 TO WS-CENTURY-BASE
003010         COMPUTE WS-REAL-MONTH = WS-MONTH - 20
003020     ELSE IF IS-2100
003030         MOVE 2100 TO WS-CENTURY-BASE
003040         COMPUTE WS-REAL-MONTH = WS-MONTH - 40
003050     ELSE IF IS-2200
003060         MOVE 2200 TO WS-CENTURY-BASE
003070         COMPUTE WS-REAL-MONTH = WS-MONTH - 60
003080     END-IF.
003090     COMPUTE WS-REAL-YEAR = WS-CENTURY-BASE + WS-YEAR.
003100     PERFORM 2357-SET-MAX-DAY THRU 2357-EXIT.
003110 2355-EXIT.
003120     EXIT.
003130
003140 2357-SET-MAX-DAY.
003150     EVALUATE WS-REAL-MONTH
003160         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
003170             MOVE 31 TO WS-MAX-DAY
003180         WHEN 4 WHEN 6 WHEN 9 WHEN 11
003190             MOVE 30 TO WS-MAX-DAY
003200         WHEN 2
003210             DIVIDE WS-REAL-YEAR BY 400
003220                 GIVING WS-DIV-TEMP REMAINDER WS-REM400
003230             DIVIDE WS-REAL-YEAR BY 100
003240                 GIVING WS-DIV-TEMP REMAINDER WS-REM100
003250             DIVIDE WS-REAL-YEAR BY 4
003260                 GIVING WS-DIV-TEMP REMAINDER WS-REM4
003270             IF WS-REM400 = 0
003280                 MOVE 29 TO WS-MAX-DAY
003290             ELSE IF WS-REM100 = 0
003300                 MOVE 28 TO WS-MAX-DAY
003310             ELSE IF WS-REM4 = 0
003320                 MOVE 29 TO WS-MAX-DAY
003330             ELSE
003340                 MOVE 28 TO WS-MAX-DAY
003350             END-IF
003360         WHEN OTHER
003370             MOVE 0 TO WS-MAX-DAY
003380     END-EVALUATE.
003390 2357-EXIT.
003400     EXIT.
003410
003420*================================================================
003430*    2400-CALC-MAJORITY
003440*    FROM THE BIRTH DATE JUST DECODED, THE 18TH BIRTHDAY AND THE
003450*    LAST DAY BEFORE IT.  SOMEONE IS 18 OR OVER FROM THEIR 18TH
003460*    BIRTHDAY ON.
003470*================================================================
003480 2400-CALC-MAJORITY.
003490     COMPUTE WS-BIRTH-DATE = WS-REAL-YEAR * 10000
003500         + WS-REAL-MONTH * 100 + WS-DAY.
003510     COMPUTE WS-MAJORITY-DATE = (WS-REAL-YEAR + 18) * 10000
003520         + WS-REAL-MONTH * 100 + WS-DAY.
003530     IF FUNCTION TEST-DATE-YYYYMMDD(WS-MAJORITY-DATE) NOT = 0
003540         COMPUTE WS-MAJORITY-DATE = (WS-REAL-YEAR + 18) * 10000
003550             + 301
003560     END-IF.
003570     COMPUTE WS-MINORITY-END = FUNCTION DATE-OF-INTEGER
003580         (FUNCTION INTEGER-OF-DATE(WS-MAJORITY-DATE) - 1).
003590 2400-EXIT.
003600     EXIT.
003610
003620*================================================================
003630*    2450-SET-STATUS-WORD
003640*    THE WORD PSMT SHOWS FOR A CUSTMAS STATUS, FOR THE STATUS
003650*    LINE AND FOR A REFUSAL MESSAGE.
003660*================================================================
003670 2450-SET-STATUS-WORD.
003680     EVALUATE TRUE
003690         WHEN CM-ERASED
003700             MOVE 'ERASED'   TO WS-STATUS-WORD
003710         WHEN CM-DECEASED
003720             MOVE 'DECEASED' TO WS-STATUS-WORD
003730         WHEN CM-SUPERSEDED
003740             MOVE 'REPLACED' TO WS-STATUS-WORD
003750         WHEN CM-INACTIVE
003760             MOVE 'INACTIVE' TO WS-STATUS-WORD
003770         WHEN OTHER
003780             MOVE 'ACTIVE'   TO WS-STATUS-WORD
003790     END-EVALUATE.
003800 2450-EXIT.
003810     EXIT.
003820
003830*================================================================
003840*    2500-CHECK-CHILD
003850*    THE CHILD MUST BE AN ACTIVE CUSTOMER WHOSE PESEL DECODES TO
003860*    A BIRTH DATE LESS THAN 18 YEARS AGO.  THE BIRTH DATE AND
003870*    18TH BIRTHDAY ARE KEPT FOR THE DATE CHECKS IN 2700.
003880*================================================================
003890 2500-CHECK-CHILD.
003900     MOVE WS-CHILD-PESEL TO CM-PESEL.
003910     PERFORM 2300-READ-CUSTOMER THRU 2300-EXIT.
003920     IF NOT WS-CUSTOMER-FOUND
003930         MOVE 'PESEL0157E CHILD PESEL NOT ON CUSTMAS' TO WS-MSG
003940         GO TO 2500-EXIT
003950     END-IF.
003960     IF NOT CM-ACTIVE
003970         PERFORM 2450-SET-STATUS-WORD THRU 2450-EXIT
003980         STRING 'PESEL0158E CHILD RECORD IS '
003990                WS-STATUS-WORD DELIMITED BY SPACE
004000                ' - LINK REFUSED' DELIMITED BY SIZE
004010             INTO WS-MSG
004020         GO TO 2500-EXIT
004030     END-IF.
004040     MOVE WS-CHILD-PESEL TO WS-PESEL.
004050     PERFORM 2350-VALIDATE-BIRTH-DATE THRU 2350-EXIT.
004060     IF WS-DATE-BAD
004070         MOVE 'PESEL0159E CHILD PESEL BIRTH DATE DOES NOT DECODE'
004080             TO WS-MSG
004090         GO TO 2500-EXIT
004100     END-IF.
004110     PERFORM 2400-CALC-MAJORITY THRU 2400-EXIT.
004120     IF WS-TODAY-NUM NOT < WS-MAJORITY-DATE
004130         MOVE 'PESEL0160E CHILD IS 18 OR OVER - NO GUARDIAN LINK'
004140             TO WS-MSG
004150         GO TO 2500-EXIT
004160     END-IF.
004170     MOVE WS-BIRTH-DATE    TO WS-CHILD-BIRTH.
004190     MOVE WS-MINORITY-END  TO WS-CHILD-MINOR-END.
004200 2500-EXIT.
004210     EXIT.
004220
004230*================================================================
004240*    2600-CHECK-GUARDIAN
004250*    THE GUARDIAN MUST BE ON CUSTMAS, ACTIVE - AN ERASED RECORD
004260*    HAS NO NAME OR ADDRESS TO WRITE TO, A DECEASED ONE CANNOT
004270*    ACT, A RENUMBERED KEY IS NO LONGER THE CUSTOMER'S, AND A
004280*    DEACTIVATED ONE WAS ADDED IN ERROR - AND 18 OR OVER.
004290*================================================================
004300 2600-CHECK-GUARDIAN.
004310     IF WS-GUARDIAN-PESEL = ZEROS
004320         MOVE 'PESEL0161E ENTER THE GUARDIAN PESEL' TO WS-MSG
004330         GO TO 2600-EXIT
004340     END-IF.
004350     IF WS-GUARDIAN-PESEL = WS-CHILD-PESEL
004360         MOVE 'PESEL0162E GUARDIAN AND CHILD ARE THE SAME PESEL'
004370             TO WS-MSG
004380         GO TO 2600-EXIT
004390     END-IF.
004400     MOVE WS-GUARDIAN-PESEL TO CM-PESEL.
004410     PERFORM 2300-READ-CUSTOMER THRU 2300-EXIT.
004420     IF NOT WS-CUSTOMER-FOUND
004430         MOVE 'PESEL0163E GUARDIAN NOT ON CUSTMAS - LINK REFUSED'
004440             TO WS-MSG
004450         GO TO 2600-EXIT
004460     END-IF.
004470     IF NOT CM-ACTIVE
004480         PERFORM 2450-SET-STATUS-WORD THRU 2450-EXIT
004490         STRING 'PESEL0164E GUARDIAN RECORD IS '
004500                WS-STATUS-WORD DELIMITED BY SPACE
004510                ' - LINK REFUSED' DELIMITED BY SIZE
004520             INTO WS-MSG
004530         GO TO 2600-EXIT
004540     END-IF.
004550     MOVE WS-GUARDIAN-PESEL TO WS-PESEL.
004560     PERFORM 2350-VALIDATE-BIRTH-DATE THRU 2350-EXIT.
004570     IF WS-DATE-BAD
004580         MOVE 'PESEL0165E GUARDIAN BIRTH DATE DOES NOT DECODE'
004590             TO WS-MSG
004600         GO TO 2600-EXIT
004610     END-IF.
004620     PERFORM 2400-CALC-MAJORITY THRU 2400-EXIT.
004630     IF WS-TODAY-NUM < WS-MAJORITY-DATE
004640         MOVE 'PESEL0166E GUARDIAN IS UNDER 18 - LINK REFUSED'
004650             TO WS-MSG
004660     END-IF.
004670 2600-EXIT.
004680     EXIT.
004690
004700*================================================================
004710*    2700-CHECK-DETAILS
004720*    RELATIONSHIP CODE, AND THE DATES THE LINK IS IN FORCE: FROM
004730*    (BLANK = TODAY) NO EARLIER THAN THE CHILD'S BIRTH AND NO
004740*    LATER THAN THE DAY BEFORE THE 18TH BIRTHDAY; TO (BLANK OR
004750*    ZERO = UNTIL 18) NO EARLIER THAN FROM AND NO LATER THAN
004760*    THAT SAME DAY.  NEEDS 2500 TO HAVE PASSED FIRST.
004770*================================================================
004780 2700-CHECK-DETAILS.
004790     IF NOT WS-NEW-REL-VALID
004800         MOVE 'PESEL0167E RELATIONSHIP NOT M, F, G, OR O'
004810             TO WS-MSG
004820         GO TO 2700-EXIT
004830     END-IF.
004840     IF WS-NEW-FROM-X = SPACES OR WS-NEW-FROM-X = LOW-VALUES
004850         MOVE WS-TODAY-NUM TO WS-NEW-FROM
004860     END-IF.
004870     IF WS-NEW-FROM-X NOT NUMERIC
004880         MOVE 'PESEL0168E EFFECTIVE FROM NOT BETWEEN BIRTH AND 18'
004890             TO WS-MSG
004900         GO TO 2700-EXIT
004910     END-IF.
004920     IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-FROM) NOT = 0
004930             OR WS-NEW-FROM < WS-CHILD-BIRTH
004940             OR WS-NEW-FROM > WS-CHILD-MINOR-END
004950         MOVE 'PESEL0168E EFFECTIVE FROM NOT BETWEEN BIRTH AND 18'
004960             TO WS-MSG
004970         GO TO 2700-EXIT
004980     END-IF.
004990     IF WS-NEW-TO-X = SPACES OR WS-NEW-TO-X = LOW-VALUES
005000         MOVE ZEROS TO WS-NEW-TO
005010     END-IF.
005020     IF WS-NEW-TO-X NOT NUMERIC
005030         MOVE 'PESEL0169E EFFECTIVE TO NOT BETWEEN FROM AND 18'
005040             TO WS-MSG
005050         GO TO 2700-EXIT
005060     END-IF.
005070     IF WS-NEW-TO = ZEROS
005080         GO TO 2700-EXIT
005090     END-IF.
005100     IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-TO) NOT = 0
005110             OR WS-NEW-TO < WS-NEW-FROM
005120             OR WS-NEW-TO > WS-CHILD-MINOR-END
005130         MOVE 'PESEL0169E EFFECTIVE TO NOT BETWEEN FROM AND 18'
005140             TO WS-MSG
005150     END-IF.
005160 2700-EXIT.
005170     EXIT.
005180
005190*================================================================
005200*    3000-ADD-LINK
005210*    EVERY CHECK RUNS BEFORE THE LINK FILE IS TOUCHED.  A LINK
005220*    ALREADY OPEN BETWEEN THE TWO IS REFUSED AS A DUPLICATE; ONE
005230*    CLOSED EARLIER IS REOPENED WITH THE NEW DETAILS, SINCE THE
005240*    KEY CAN ONLY HOLD ONE LINK PER CHILD AND GUARDIAN.
005250*================================================================
005260 3000-ADD-LINK.
005270     PERFORM 2500-CHECK-CHILD THRU 2500-EXIT.
005280     IF WS-MSG NOT = SPACES
005290         GO TO 3000-EXIT
005300     END-IF.
005310     PERFORM 2600-CHECK-GUARDIAN THRU 2600-EXIT.
005320     IF WS-MSG NOT = SPACES
005330         GO TO 3000-EXIT
005340     END-IF.
005350     MOVE M3RELI  TO WS-NEW-REL.
005360     MOVE M3EFRMI TO WS-NEW-FROM-X.
005370     MOVE M3ETOI  TO WS-NEW-TO-X.
005380     PERFORM 2700-CHECK-DETAILS THRU 2700-EXIT.
005390     IF WS-MSG NOT = SPACES
005400         GO TO 3000-EXIT
005410     END-IF.
005420     MOVE WS-CHILD-PESEL    TO GL-CHILD-PESEL.
005430     MOVE WS-GUARDIAN-PESEL TO GL-GUARDIAN-PESEL.
005440     EXEC CICS READ FILE('GUARDLNK')
005450         INTO(GUARDIAN-LINK-RECORD)
005460         RIDFLD(GL-KEY)
005470         UPDATE
005480         RESP(WS-RESP)
005490     END-EXEC.
005500     IF WS-RESP = DFHRESP(NORMAL)
005510         IF GL-OPEN
005520             EXEC CICS UNLOCK FILE('GUARDLNK') END-EXEC
005530             MOVE 'PESEL0170E LINK ALREADY ON FILE - USE U'
005540                 TO WS-MSG
005550             GO TO 3000-EXIT
005560         END-IF
005570         PERFORM 3500-SET-LINK-FIELDS THRU 3500-EXIT
005580         EXEC CICS REWRITE FILE('GUARDLNK')
005590             FROM(GUARDIAN-LINK-RECORD)
005600             RESP(WS-RESP)
005610         END-EXEC
005620         IF WS-RESP = DFHRESP(NORMAL)
005630             MOVE 'PESEL0175I CLOSED LINK REOPENED' TO WS-MSG
005640         ELSE
005650             MOVE 'PESEL0173E GUARDLNK UNAVAILABLE - NO CHANGE'
005660                 TO WS-MSG
005670         END-IF
005680         GO TO 3000-EXIT
005690     END-IF.
005700     IF WS-RESP NOT = DFHRESP(NOTFND)
005710         MOVE 'PESEL0173E GUARDLNK UNAVAILABLE - NO CHANGE'
005720             TO WS-MSG
005730         GO TO 3000-EXIT
005740     END-IF.
005750     MOVE SPACES            TO GUARDIAN-LINK-RECORD.
005760     MOVE WS-CHILD-PESEL    TO GL-CHILD-PESEL.
005770     MOVE WS-GUARDIAN-PESEL TO GL-GUARDIAN-PESEL.
005780     PERFORM 3500-SET-LINK-FIELDS THRU 3500-EXIT.
005790     EXEC CICS WRITE FILE('GUARDLNK')
005800         FROM(GUARDIAN-LINK-RECORD)
005810         RIDFLD(GL-KEY)
005820         RESP(WS-RESP)
005830     END-EXEC.
005840     IF WS-RESP = DFHRESP(NORMAL)
005850         MOVE 'PESEL0174I LINK ADDED' TO WS-MSG
005860     ELSE
005870         MOVE 'PESEL0173E GUARDLNK UNAVAILABLE - NO CHANGE'
005880             TO WS-MSG
005890     END-IF.
005900 3000-EXIT.
005910     EXIT.
005920
005930*================================================================
005940*    3100-CHANGE-LINK
005950*    ONLY AN OPEN LINK CAN BE CHANGED.  A FIELD THE CSR LEFT
005960*    UNTOUCHED (LENGTH ZERO FROM BMS) KEEPS ITS ON-FILE VALUE.
005970*    THE CHILD IS RE-CHECKED FOR THE DATE LIMITS; THE GUARDIAN
005980*    IS NOT - THE LINK TO THEM ALREADY EXISTS.
005990*================================================================
006000 3100-CHANGE-LINK.
006010     PERFORM 3400-READ-LINK-FOR-UPDATE THRU 3400-EXIT.
006020     IF WS-MSG NOT = SPACES
006030         GO TO 3100-EXIT
006040     END-IF.
006050     PERFORM 2500-CHECK-CHILD THRU 2500-EXIT.
006060     IF WS-MSG NOT = SPACES
006070         EXEC CICS UNLOCK FILE('GUARDLNK') END-EXEC
006080         GO TO 3100-EXIT
006090     END-IF.
006100     MOVE GL-RELATIONSHIP   TO WS-NEW-REL.
006110     MOVE GL-EFFECTIVE-FROM TO WS-NEW-FROM.
006120     MOVE GL-EFFECTIVE-TO   TO WS-NEW-TO.
006130     IF M3RELL > 0
006140         MOVE M3RELI  TO WS-NEW-REL
006150     END-IF.
006160     IF M3EFRML > 0
006170         MOVE M3EFRMI TO WS-NEW-FROM-X
006180     END-IF.
006190     IF M3ETOL > 0
006200         MOVE M3ETOI  TO WS-NEW-TO-X
006210     END-IF.
006220     PERFORM 2700-CHECK-DETAILS THRU 2700-EXIT.
006230     IF WS-MSG NOT = SPACES
006240         EXEC CICS UNLOCK FILE('GUARDLNK') END-EXEC
006250         GO TO 3100-EXIT
006260     END-IF.
006270     PERFORM 3500-SET-LINK-FIELDS THRU 3500-EXIT.
006280     EXEC CICS REWRITE FILE('GUARDLNK')
006290         FROM(GUARDIAN-LINK-RECORD)
006300         RESP(WS-RESP)
006310     END-EXEC.
006320     IF WS-RESP = DFHRESP(NORMAL)
006330         MOVE 'PESEL0176I LINK CHANGED' TO WS-MSG
006340     ELSE
006350         MOVE 'PESEL0173E GUARDLNK UNAVAILABLE - NO CHANGE'
006360             TO WS-MSG
006370     END-IF.
006380 3100-EXIT.
006390     EXIT.
006400
006410*================================================================
006420*    3200-CLOSE-LINK
006430*    ANY OPEN LINK CAN BE CLOSED, WHATEVER HAS HAPPENED TO EITHER
006440*    CUSTOMER SINCE.  THE LINK ENDS TODAY UNLESS ITS KEYED END
006450*    DATE IS ALREADY EARLIER.
006460*================================================================
006470 3200-CLOSE-LINK.
006480     PERFORM 3400-READ-LINK-FOR-UPDATE THRU 3400-EXIT.
006490     IF WS-MSG NOT = SPACES
006500         GO TO 3200-EXIT
006510     END-IF.
006520     MOVE 'C' TO GL-STATUS.
006530     MOVE 'K' TO GL-CLOSE-REASON.
006540     IF GL-EFFECTIVE-TO = ZEROS OR GL-EFFECTIVE-TO > WS-TODAY-NUM
006550         MOVE WS-TODAY-NUM TO GL-EFFECTIVE-TO
006560     END-IF.
006570     PERFORM 3600-STAMP-CHANGE THRU 3600-EXIT.
006580     EXEC CICS REWRITE FILE('GUARDLNK')
006590         FROM(GUARDIAN-LINK-RECORD)
006600         RESP(WS-RESP)
006610     END-EXEC.
006620     IF WS-RESP = DFHRESP(NORMAL)
006630         MOVE 'PESEL0177I LINK CLOSED' TO WS-MSG
006640     ELSE
006650         MOVE 'PESEL0173E GUARDLNK UNAVAILABLE - NO CHANGE'
006660             TO WS-MSG
006670     END-IF.
006680 3200-EXIT.
006690     EXIT.
006700
006710*================================================================
006720*    3400-READ-LINK-FOR-UPDATE
006730*    THE LINK A CHANGE OR CLOSE WORKS ON.  A CLOSED LINK IS
006740*    HISTORY AND IS LEFT ALONE - N REOPENS IT IF IT WAS CLOSED
006750*    IN ERROR.
006760*================================================================
006770 3400-READ-LINK-FOR-UPDATE.
006780     IF WS-GUARDIAN-PESEL = ZEROS
006790         MOVE 'PESEL0161E ENTER THE GUARDIAN PESEL' TO WS-MSG
006800         GO TO 3400-EXIT
006810     END-IF.
006820     MOVE WS-CHILD-PESEL    TO GL-CHILD-PESEL.
006830     MOVE WS-GUARDIAN-PESEL TO GL-GUARDIAN-PESEL.
006840     EXEC CICS READ FILE('GUARDLNK')
006850         INTO(GUARDIAN-LINK-RECORD)
006860         RIDFLD(GL-KEY)
006870         UPDATE
006880         RESP(WS-RESP)
006890     END-EXEC.
006900     IF WS-RESP = DFHRESP(NOTFND)
006910         MOVE 'PESEL0171E NO LINK FOR THESE PESELS - USE N'
006920             TO WS-MSG
006930         GO TO 3400-EXIT
006940     END-IF.
006950     IF WS-RESP NOT = DFHRESP(NORMAL)
006960         MOVE 'PESEL0173E GUARDLNK UNAVAILABLE - NO CHANGE'
006970             TO WS-MSG
006980         GO TO 3400-EXIT
006990     END-IF.
007000     IF GL-CLOSED
007010         EXEC CICS UNLOCK FILE('GUARDLNK') END-EXEC
007020         MOVE 'PESEL0172E LINK IS CLOSED - USE N TO REOPEN IT'
007030             TO WS-MSG
007040     END-IF.
007050 3400-EXIT.
007060     EXIT.
007070
007080*================================================================
007090*    3500-SET-LINK-FIELDS
007100*    PUTS THE VALIDATED DETAILS ON THE LINK AND MARKS IT OPEN.
007110*    A NEW OR REOPENED LINK IS ALSO STAMPED AS ADDED.
007120*================================================================
007130 3500-SET-LINK-FIELDS.
007140     MOVE WS-NEW-REL  TO GL-RELATIONSHIP.
007150     MOVE WS-NEW-FROM TO GL-EFFECTIVE-FROM.
007160     MOVE WS-NEW-TO   TO GL-EFFECTIVE-TO.
007170     MOVE 'O'         TO GL-STATUS.
007180     MOVE SPACE       TO GL-CLOSE-REASON.
007190     PERFORM 3600-STAMP-CHANGE THRU 3600-EXIT.
007200     IF WS-ACTION-ADD
007210         MOVE GL-CHANGED-BY        TO GL-ADDED-BY
007220         MOVE GL-CHANGED-TIMESTAMP TO GL-ADDED-TIMESTAMP
007230     END-IF.
007240 3500-EXIT.
007250     EXIT.
007260
007270*================================================================
007280*    3600-STAMP-CHANGE
007290*    WHO AND WHEN, AS THE CUSTMAS JOURNAL RECORDS THEM FOR PSMT.
007300*================================================================
007310 3600-STAMP-CHANGE.
007320     EXEC CICS ASSIGN
007330         USERID(WS-USERID)
007340         RESP(WS-RESP)
007350     END-EXEC.
007360     IF WS-RESP NOT = DFHRESP(NORMAL)
007370         MOVE SPACES TO WS-USERID
007380     END-IF.
007390     MOVE FUNCTION CURRENT-DATE   TO WS-TS-RAW.
007400     STRING WS-TS-RAW(1:4)  "-" WS-TS-RAW(5:2)  "-"
007410            WS-TS-RAW(7:2)  " " WS-TS-RAW(9:2)  ":"
007420            WS-TS-RAW(11:2) ":" WS-TS-RAW(13:2)
007430         DELIMITED BY SIZE INTO WS-TS-DISP.
007440     MOVE WS-USERID               TO GL-CHANGED-BY.
007450     MOVE WS-TS-DISP              TO GL-CHANGED-TIMESTAMP.
007460 3600-EXIT.
007470     EXIT.
007480
007490*================================================================
007500*    4000-BUILD-OUTPUT-MAP
007510*    THE CHILD (NAME, BIRTH DATE, MINOR/ADULT OR CUSTMAS STATUS),
007520*    THE GUARDIAN (NAME AND ADDRESS), THE LINK BETWEEN THEM, AND
007530*    THE CHILD'S LINKS ON FILE.
007540*================================================================
007550 4000-BUILD-OUTPUT-MAP.
007560     MOVE LOW-VALUES TO PESELM3O.
007570     MOVE WS-CHILD-PESEL TO M3CHLDO.
007580     MOVE WS-CHILD-PESEL TO CM-PESEL.
007590     PERFORM 2300-READ-CUSTOMER THRU 2300-EXIT.
007600     IF WS-CUSTOMER-FOUND
007610         MOVE CM-CUSTOMER-NAME TO M3CNAMO
007620         PERFORM 2450-SET-STATUS-WORD THRU 2450-EXIT
007630         MOVE WS-STATUS-WORD   TO M3CSTAO
007640         MOVE WS-CHILD-PESEL   TO WS-PESEL
007650         PERFORM 2350-VALIDATE-BIRTH-DATE THRU 2350-EXIT
007660         IF WS-DATE-OK
007670             MOVE SPACES TO M3CBRNO
007680             STRING WS-REAL-YEAR "-" WS-REAL-MONTH "-" WS-DAY
007690                 DELIMITED BY SIZE INTO M3CBRNO
007700             PERFORM 2400-CALC-MAJORITY THRU 2400-EXIT
007710             IF CM-ACTIVE AND WS-TODAY-NUM < WS-MAJORITY-DATE
007720                 MOVE 'MINOR' TO M3CSTAO
007730             END-IF
007740             IF CM-ACTIVE AND WS-TODAY-NUM NOT < WS-MAJORITY-DATE
007750                 MOVE 'ADULT' TO M3CSTAO
007760             END-IF
007770         END-IF
007780     ELSE
007790         MOVE SPACES TO M3CNAMO
007800         MOVE SPACES TO M3CBRNO
007810         MOVE SPACES TO M3CSTAO
007820     END-IF.
007830     PERFORM 4100-SHOW-GUARDIAN THRU 4100-EXIT.
007840     PERFORM 4200-SHOW-LINK THRU 4200-EXIT.
007850     PERFORM 4300-LIST-LINKS THRU 4300-EXIT.
007860 4000-EXIT.
007870     EXIT.
007880
007890 4100-SHOW-GUARDIAN.
007900     MOVE SPACES TO M3GNAMO.
007910     MOVE SPACES TO M3GADRO.
007920     IF WS-GUARDIAN-PESEL = ZEROS
007930         GO TO 4100-EXIT
007940     END-IF.
007950     MOVE WS-GUARDIAN-PESEL TO M3GRDNO.
007960     MOVE WS-GUARDIAN-PESEL TO CM-PESEL.
007970     PERFORM 2300-READ-CUSTOMER THRU 2300-EXIT.
007980     IF NOT WS-CUSTOMER-FOUND
007990         MOVE '** NOT ON CUSTMAS **' TO M3GNAMO
008000         GO TO 4100-EXIT
008010     END-IF.
008020     IF CM-ACTIVE
008030         MOVE CM-CUSTOMER-NAME TO M3GNAMO
008040         MOVE CM-ADDRESS       TO M3GADRO
008050     ELSE
008060         PERFORM 2450-SET-STATUS-WORD THRU 2450-EXIT
008070         STRING '** ' WS-STATUS-WORD DELIMITED BY SPACE
008080                ' **' DELIMITED BY SIZE INTO M3GNAMO
008090     END-IF.
008100 4100-EXIT.
008110     EXIT.
008120
008130 4200-SHOW-LINK.
008150     MOVE SPACES TO M3LSTAO.
008160     MOVE SPACES TO M3LCHGO.
008170     IF WS-GUARDIAN-PESEL = ZEROS
008180         GO TO 4200-EXIT
008190     END-IF.
008200     MOVE WS-CHILD-PESEL    TO GL-CHILD-PESEL.
008210     MOVE WS-GUARDIAN-PESEL TO GL-GUARDIAN-PESEL.
008220     EXEC CICS READ FILE('GUARDLNK')
008230         INTO(GUARDIAN-LINK-RECORD)
008240         RIDFLD(GL-KEY)
008250         RESP(WS-RESP)
008260     END-EXEC.
008270     IF WS-RESP NOT = DFHRESP(NORMAL)
008280         MOVE 'NO LINK ON FILE' TO M3LSTAO
008290         GO TO 4200-EXIT
008300     END-IF.
008320     MOVE GL-RELATIONSHIP   TO M3RELO.
008330     MOVE GL-EFFECTIVE-FROM TO M3EFRMO.
008340     IF GL-EFFECTIVE-TO = ZEROS
008350         MOVE SPACES TO M3ETOO
008360     ELSE
008370         MOVE GL-EFFECTIVE-TO TO M3ETOO
008380     END-IF.
008390     EVALUATE TRUE
008400         WHEN GL-OPEN
008410             MOVE 'OPEN'                      TO M3LSTAO
008420         WHEN GL-CLOSED-AT-18
008430             MOVE 'CLOSED - CHILD TURNED 18'  TO M3LSTAO
008440         WHEN GL-CLOSED-TERM-ENDED
008450             MOVE 'CLOSED - END DATE REACHED' TO M3LSTAO
008460         WHEN GL-CLOSED-CHILD-ERASED
008470             MOVE 'CLOSED - CHILD ERASED'     TO M3LSTAO
008480         WHEN GL-CLOSED-GUARDIAN-ERASED
008490             MOVE 'CLOSED - GUARDIAN ERASED'  TO M3LSTAO
008500         WHEN OTHER
008510             MOVE 'CLOSED BY CSR'             TO M3LSTAO
008520     END-EVALUATE.
008530     STRING GL-CHANGED-TIMESTAMP ' ' GL-CHANGED-BY
008540         DELIMITED BY SIZE INTO M3LCHGO.
008550 4200-EXIT.
008560     EXIT.
008570
008580*================================================================
008590*    4300-LIST-LINKS
008600*    A GENERIC BROWSE ON THE CHILD'S PESEL - THE FIRST FIVE
008610*    LINKS, OPEN OR CLOSED, WITH EACH GUARDIAN'S NAME.  A SIXTH
008620*    ONLY SETS THE "MORE" SWITCH.
008630*================================================================
008640 4300-LIST-LINKS.
008650     MOVE 'N' TO WS-LIST-BROWSE-SWITCH.
008660     MOVE 'N' TO WS-LIST-MORE-SWITCH.
008670     MOVE 0   TO WS-LIST-SUB.
008680     IF WS-CHILD-PESEL = ZEROS
008690         GO TO 4300-EXIT
008700     END-IF.
008710     MOVE WS-CHILD-PESEL TO GL-CHILD-PESEL.
008720     MOVE ZEROS          TO GL-GUARDIAN-PESEL.
008730     MOVE GL-KEY         TO WS-LIST-BROWSE-KEY.
008740     EXEC CICS STARTBR FILE('GUARDLNK')
008750         RIDFLD(WS-LIST-BROWSE-KEY)
008760         GTEQ
008770         RESP(WS-RESP)
008780     END-EXEC.
008790     IF WS-RESP = DFHRESP(NORMAL)
008800         PERFORM 4350-READ-NEXT-LINK THRU 4350-EXIT
008810             UNTIL WS-LIST-BROWSE-DONE
008820         EXEC CICS ENDBR FILE('GUARDLNK') END-EXEC
008830     END-IF.
008840 4300-EXIT.
008850     EXIT.
008860
008870 4350-READ-NEXT-LINK.
008880     EXEC CICS READNEXT FILE('GUARDLNK')
008890         INTO(GUARDIAN-LINK-RECORD)
008900         RIDFLD(WS-LIST-BROWSE-KEY)
008910         RESP(WS-RESP)
008920     END-EXEC.
008930     IF WS-RESP NOT = DFHRESP(NORMAL)
008940             OR GL-CHILD-PESEL NOT = WS-CHILD-PESEL
008950         MOVE 'Y' TO WS-LIST-BROWSE-SWITCH
008960         GO TO 4350-EXIT
008970     END-IF.
008980     IF WS-LIST-SUB = 5
008990         MOVE 'Y' TO WS-LIST-MORE-SWITCH
009000         MOVE 'Y' TO WS-LIST-BROWSE-SWITCH
009010         GO TO 4350-EXIT
009020     END-IF.
009030     ADD 1 TO WS-LIST-SUB.
009040     MOVE GL-GUARDIAN-PESEL TO LNK-GUARDIAN.
009050     MOVE GL-RELATIONSHIP   TO LNK-REL.
009060     IF GL-OPEN
009070         MOVE 'OPEN'   TO LNK-STATUS
009080     ELSE
009090         MOVE 'CLOSED' TO LNK-STATUS
009100     END-IF.
009110     MOVE GL-EFFECTIVE-FROM TO LNK-FROM.
009120     IF GL-EFFECTIVE-TO = ZEROS
009130         MOVE SPACES TO LNK-TO
009140     ELSE
009150         MOVE GL-EFFECTIVE-TO TO LNK-TO
009160     END-IF.
009170     MOVE GL-GUARDIAN-PESEL TO CM-PESEL.
009180     PERFORM 2300-READ-CUSTOMER THRU 2300-EXIT.
009190     IF WS-CUSTOMER-FOUND
009200         MOVE CM-CUSTOMER-NAME TO LNK-NAME
009210     ELSE
009220         MOVE '** NOT ON CUSTMAS **' TO LNK-NAME
009230     END-IF.
009240     MOVE WS-LINK-LINE TO M3LNKO(WS-LIST-SUB).
009250 4350-EXIT.
009260     EXIT.
009270
009280*================================================================
009290*    5000-REDISPLAY-MAP
009300*================================================================
009310 5000-REDISPLAY-MAP.
009320     EXEC CICS SEND MAP(WS-MAPNAME)
009330         MAPSET(WS-MAPSETNAME)
009340         FROM(PESELM3O)
009350         DATAONLY
009360         FREEKB
009370     END-EXEC.
009380 5000-EXIT.
009390     EXIT.
009400
009410 END PROGRAM PESELGRD.
