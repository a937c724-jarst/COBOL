000696*                 (PESELREJ) SO REVIEWERS WORK FROM A SHORT
000697*                 LIST.  ON A CHECKPOINT RESTART PAGE NUMBERS
000698*                 START OVER AT 1 ON THE EXTENDED FILE.
000699* 2026-10-15  RS  A CUSTMAS RECORD FLAGGED DECEASED OR SUPERSEDED
000700*                 (RENUMBERED BY PESELRAP) IS STILL "ON FILE" BUT
000701*                 NOW SHOWS AS DECEASED / REPLACED IN RPT-ON-FILE,
000702*                 GOES TO PESELREJ FOR A CSR TO LOOK AT, AND
000703*                 CARRIES PO-ON-FILE-CODE 3 / 4 SO IT IS NEVER
000704*                 LOADED AS A NEW CUSTOMER.
000705* 2026-10-15  RS  THE AUDIT LINE NOW CARRIES THE SOURCE BRANCH
000706*                 AND, FOR A RECORD ALREADY ON FILE, WHETHER THE
000707*                 INCOMING NAME MATCHED THE ON-FILE NAME ('M') OR
000708*                 DIFFERED ('D') - THE RAW MATERIAL FOR THE
000709*                 MONTHLY BRANCH DATA-QUALITY SCORECARD.
000710* 2026-10-15  RS  THE ADDRESS OF EVERY ACCEPTED RECORD IS NOW
000711*                 CHECKED FOR AN NN-NNN POSTAL CODE AND THE TOWN
000712*                 AFTER IT AGAINST THE POSTAL-CODE REFERENCE FILE
000713*                 (POSTCODE, LOADED MONTHLY BY PESELPCL).  A BAD
000714*                 ADDRESS IS STILL ACCEPTED, BUT THE NEW ADDRESS
000715*                 COLUMN SHOWS WHY, THE LINE ALSO GOES TO
000716*                 PESELREJ, AND PO-ADDRESS-FLAG CARRIES IT TO
000717*                 CM-ADDRESS-FLAG.  WITHOUT POSTCODE THE CODE IS
000718*                 CHECKED FOR FORM ONLY, WITH A WARNING.
000719*================================================================
000720 ENVIRONMENT DIVISION.
000721 CONFIGURATION SECTION.
000722 SOURCE-COMPUTER.   IBM-370.
000723 OBJECT-COMPUTER.   IBM-370.
000724
000725 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT PESEL-PARM-FILE
000750         ASSIGN TO "PESELPRM"
001276         ORGANIZATION IS LINE SEQUENTIAL
001277         FILE STATUS IS WS-REJFILE-STATUS.
001278
001279     SELECT POSTAL-CODE-FILE
001280         ASSIGN TO DYNAMIC WS-DD-POSTCODE
001281         ORGANIZATION IS INDEXED
001282         ACCESS MODE IS DYNAMIC
001283         RECORD KEY IS PN-KEY
001284         FILE STATUS IS WS-POSTCODE-STATUS.
001285
001287 DATA DIVISION.
001290 FILE SECTION.
001300 FD  PESEL-PARM-FILE.
001310 01  PESEL-PARM-RECORD.
001394     05  FILLER                  PIC X(62).
001395
001396 FD  PESEL-RPT-FILE.
001403 01  PESEL-RPT-RECORD            PIC X(150).
001410
001420 FD  CUSTOMER-MASTER-FILE.
001430     COPY CUSTMAS.
001590     05  CKP-TEEN                PIC 9(07).
001600     05  CKP-ADULT               PIC 9(07).
001610     05  CKP-DUP-BATCH           PIC 9(07).
001615     05  CKP-ADDR-WARN           PIC 9(07).
001620
001630 FD  PESEL-OUT-FILE.
001640     COPY PESELOUT.
001716     COPY RUNHIST.
001717
001718 FD  PESEL-REJ-FILE.
001719 01  PESEL-REJ-RECORD            PIC X(150).
001720
001721 FD  POSTAL-CODE-FILE.
001722     COPY POSTCODE.
001726
001730 WORKING-STORAGE SECTION.
001740 01  WS-PESEL.
001750     03  WS-PESEL-MAIN.
002240         88  WS-DATE-OK               VALUE 'Y'.
002250         88  WS-DATE-BAD              VALUE 'N'.
002260     05  WS-CUSTOMER-SWITCH   PIC X(01) VALUE 'N'.
002265         88  WS-CUSTOMER-FOUND        VALUE 'Y' 'D' 'S'.
002270         88  WS-CUSTOMER-DECEASED     VALUE 'D'.
002275         88  WS-CUSTOMER-REPLACED     VALUE 'S'.
002280         88  WS-CUSTOMER-NOT-FOUND    VALUE 'N'.
002290     05  WS-CUSTMAS-OPEN-SWITCH PIC X(01) VALUE 'N'.
002300         88  WS-CUSTMAS-AVAILABLE     VALUE 'Y'.
002373         88  WS-CUSTMAS-EXHAUSTED     VALUE 'Y'.
002374     05  WS-CM-POS-SWITCH     PIC X(01) VALUE 'N'.
002375         88  WS-CM-POSITIONED         VALUE 'Y'.
002376     05  WS-POSTCODE-OPEN-SWITCH PIC X(01) VALUE 'N'.
002377         88  WS-POSTCODE-AVAILABLE    VALUE 'Y'.
002378     05  WS-AC-BROWSE-SWITCH  PIC X(01) VALUE 'N'.
002379         88  WS-AC-BROWSE-DONE        VALUE 'Y'.
002382
002385 77  WS-CUSTMAS-STATUS    PIC X(02) VALUE SPACES.
002390 77  WS-AUDITLOG-STATUS   PIC X(02) VALUE SPACES.
002400 77  WS-RPTFILE-STATUS    PIC X(02) VALUE SPACES.
002410 77  WS-OUTFILE-STATUS    PIC X(02) VALUE SPACES.
002440 77  WS-PARMFILE-STATUS   PIC X(02) VALUE SPACES.
002442 77  WS-RUNHIST-STATUS    PIC X(02) VALUE SPACES.
002444 77  WS-REJFILE-STATUS    PIC X(02) VALUE SPACES.
002447 77  WS-POSTCODE-STATUS   PIC X(02) VALUE SPACES.
002450
002460 01  WS-FILE-ASSIGNS.
002470*    DEFAULT DD-LEVEL ROUTING FOR EACH PESEL FILE - OVERRIDDEN
002580     05  WS-DD-PESELDUP       PIC X(08) VALUE "PESELDUP".
002582     05  WS-DD-RUNHIST        PIC X(08) VALUE "RUNHIST".
002584     05  WS-DD-PESELREJ       PIC X(08) VALUE "PESELREJ".
002587     05  WS-DD-POSTCODE       PIC X(08) VALUE "POSTCODE".
002590 01  WS-STATS.
002600     05  WS-CNT-TOTAL         PIC 9(7) COMP VALUE 0.
002610     05  WS-CNT-CHECKSUM-BAD  PIC 9(7) COMP VALUE 0.
002660     05  WS-CNT-TEEN          PIC 9(7) COMP VALUE 0.
002670     05  WS-CNT-ADULT         PIC 9(7) COMP VALUE 0.
002680     05  WS-CNT-DUPLICATE-BATCH PIC 9(7) COMP VALUE 0.
002685     05  WS-CNT-ADDR-WARN     PIC 9(7) COMP VALUE 0.
002690
002691*    BATCH CONTROL TOTALS - WHAT THE HEADER AND TRAILER CLAIMED,
002692*    AND WHAT THE READ LOOP ACTUALLY COUNTED AND HASHED.  THE
003050     05  AUD-SEX-CODE         PIC 9(01).
003060     05  FILLER               PIC X(02) VALUE SPACES.
003070     05  AUD-CLASS-CODE       PIC 9(01).
003072     05  FILLER               PIC X(02) VALUE SPACES.
003074     05  AUD-SOURCE-BRANCH    PIC X(04).
003076     05  FILLER               PIC X(02) VALUE SPACES.
003078     05  AUD-NAME-CHECK       PIC X(01).
003080
003090 01  WS-SEX-TEXT          PIC X(10) VALUE SPACES.
003100 01  WS-CLASS-TEXT        PIC X(12) VALUE SPACES.
003280     05  RPT-CUST-NAME        PIC X(30).
003282     05  FILLER               PIC X(02) VALUE SPACES.
003284     05  RPT-IN-NAME          PIC X(30).
003286     05  FILLER               PIC X(02) VALUE SPACES.
003288     05  RPT-ADDR-CHECK       PIC X(08).
003290
003295*    LAST PESEL DELIVERED TO THE SEQUENTIAL MATCH - AN INPUT
003296*    KEY BELOW IT MEANS THE FILE WAS NOT SORTED AND THE ONE-PASS
003479     05  FILLER               PIC X(30) VALUE "ON-FILE NAME".
003480     05  FILLER               PIC X(02) VALUE SPACES.
003481     05  FILLER               PIC X(30) VALUE "INCOMING NAME".
003482     05  FILLER               PIC X(02) VALUE SPACES.
003483     05  FILLER               PIC X(08) VALUE "ADDRESS".
003484
003485*----------------------------------------------------------------
003486* ADDRESS CHECK WORK AREA.  2655-2675 BELOW FIND THE NN-NNN
003487* POSTAL CODE IN THE 40-BYTE ADDRESS AND MATCH THE TOWN AFTER IT
003488* AGAINST POSTCODE.  PESELAUD AND PESELMNT (PSMT) CARRY PORTS
003489* OF THE SAME PARAGRAPHS THAT MUST STAY IN STEP WITH THEM.
003490* WS-AC-FLAG TAKES THE CM-ADDRESS-FLAG VALUES.
003491*----------------------------------------------------------------
003492 01  WS-ADDRESS-CHECK.
003493     05  WS-AC-ADDRESS        PIC X(40).
003494     05  WS-AC-REST           PIC X(40).
003495     05  WS-AC-TOWN-TEXT      PIC X(40).
003496     05  WS-AC-CODE           PIC X(06).
003497     05  WS-AC-POS            PIC 9(02) COMP.
003498     05  WS-AC-CODE-POS       PIC 9(02) COMP.
003499     05  WS-AC-NEAR-POS       PIC 9(02) COMP.
003500     05  WS-AC-LEAD           PIC 9(02) COMP.
003501     05  WS-AC-FLAG           PIC X(01).
003502         88  WS-AC-ADDRESS-OK         VALUE SPACE.
003503         88  WS-AC-BLANK              VALUE 'B'.
003504         88  WS-AC-NO-CODE            VALUE 'M'.
003505         88  WS-AC-BAD-CODE           VALUE 'F'.
003506         88  WS-AC-UNKNOWN-CODE       VALUE 'U'.
003507         88  WS-AC-TOWN-MISMATCH      VALUE 'T'.
003508     05  WS-AC-RESULT-TEXT    PIC X(08).
003509 01  WS-LOWER-CASE        PIC X(26)
003510         VALUE "abcdefghijklmnopqrstuvwxyz".
003511 01  WS-UPPER-CASE        PIC X(26)
003512         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003516
003520 PROCEDURE DIVISION.
003530*================================================================
003540*    0000-MAINLINE
003880         END-IF
003890         MOVE 'N' TO WS-CUSTMAS-OPEN-SWITCH
003900     END-IF.
003901     OPEN INPUT  POSTAL-CODE-FILE.
003902     IF WS-POSTCODE-STATUS = "00"
003903         MOVE 'Y' TO WS-POSTCODE-OPEN-SWITCH
003904     ELSE
003905         DISPLAY "PESEL0187W POSTCODE COULD NOT BE OPENED, "
003906             "FILE STATUS=" WS-POSTCODE-STATUS
003907             " - POSTAL CODES ARE CHECKED FOR FORM ONLY"
003908         MOVE 'N' TO WS-POSTCODE-OPEN-SWITCH
003909     END-IF.
003910     OPEN EXTEND AUDIT-LOG-FILE.
003920     IF WS-AUDITLOG-STATUS = "35"
003930         OPEN OUTPUT AUDIT-LOG-FILE
004130                 MOVE CKP-TEEN         TO WS-CNT-TEEN
004140                 MOVE CKP-ADULT        TO WS-CNT-ADULT
004150                 MOVE CKP-DUP-BATCH    TO WS-CNT-DUPLICATE-BATCH
004152                 IF CKP-ADDR-WARN NUMERIC
004154                     MOVE CKP-ADDR-WARN TO WS-CNT-ADDR-WARN
004156                 END-IF
004160         END-READ
004170         CLOSE PESEL-CKP-FILE
004180     ELSE
005170             MOVE PARM-VALUE(1:8) TO WS-DD-PESELEXC
005172         WHEN "DDPESELREJ"
005174             MOVE PARM-VALUE(1:8) TO WS-DD-PESELREJ
005176         WHEN "DDPOSTCODE"
005178             MOVE PARM-VALUE(1:8) TO WS-DD-POSTCODE
005180         WHEN "DDPESELDUP"
005190             MOVE PARM-VALUE(1:8) TO WS-DD-PESELDUP
005191         WHEN "DDRUNHIST"
005690     MOVE 'N' TO WS-DATE-SWITCH.
005700     MOVE 'N' TO WS-CUSTOMER-SWITCH.
005710     MOVE 'N' TO WS-DUP-SWITCH.
005711     MOVE SPACE  TO WS-AC-FLAG.
005712     MOVE SPACES TO WS-AC-RESULT-TEXT.
005715*    IN SEQUENTIAL MODE THE BUFFER MAY STILL HOLD THE POSITIONED
005716*    MASTER RECORD FOR A LATER INPUT KEY - ONLY THE RANDOM MODE
005717*    MAY SCRUB IT BETWEEN RECORDS.
005920             PERFORM 2400-CALC-AGE THRU 2400-EXIT
005930             PERFORM 2600-BUILD-CLASSIFICATION THRU 2600-EXIT
005940             PERFORM 2700-ACCUMULATE-STATS THRU 2700-EXIT
005945             PERFORM 2650-CHECK-ADDRESS THRU 2650-EXIT
005950         END-IF
005960     END-IF.
005970     PERFORM 2800-WRITE-AUDIT-LOG THRU 2800-EXIT.
008538     END-IF.
008540     IF WS-SEQUENTIAL-MATCH
008542         PERFORM 2550-SEQUENTIAL-MATCH THRU 2550-EXIT
008544         GO TO 2500-STATUS
008546     END-IF.
008550     MOVE WS-PESEL TO CM-PESEL.
008560     READ CUSTOMER-MASTER-FILE
008590         NOT INVALID KEY
008600             MOVE 'Y' TO WS-CUSTOMER-SWITCH
008610     END-READ.
008613*    A DECEASED OR RENUMBERED CUSTOMER IS STILL ON FILE, BUT IS
008616*    NOT SOMEONE A BRANCH SHOULD BE ONBOARDING TODAY.
008619 2500-STATUS.
008622     IF WS-CUSTOMER-FOUND
008625         IF CM-DECEASED
008628             MOVE 'D' TO WS-CUSTOMER-SWITCH
008631         END-IF
008634         IF CM-SUPERSEDED
008637             MOVE 'S' TO WS-CUSTOMER-SWITCH
008640         END-IF
008643     END-IF.
008650 2500-EXIT.
008660     EXIT.
008661
008950     EXIT.
008960
008970*================================================================
008971*    2650-CHECK-ADDRESS
008972*    CHECKS THE INCOMING ADDRESS OF AN ACCEPTED RECORD.  A BAD
008973*    ADDRESS DOES NOT REJECT THE RECORD - IT IS LOADED AS SENT,
008974*    WITH THE REASON SHOWN ON PESELRPT/PESELREJ AND CARRIED TO
008975*    CM-ADDRESS-FLAG THROUGH PESELOUT.
008976*================================================================
008977 2650-CHECK-ADDRESS.
008978     MOVE PI-ADDRESS TO WS-AC-ADDRESS.
008979     PERFORM 2655-CLASSIFY-ADDRESS THRU 2655-EXIT.
008980     EVALUATE TRUE
008981         WHEN WS-AC-BLANK
008982             MOVE "NOADDR"   TO WS-AC-RESULT-TEXT
008983         WHEN WS-AC-NO-CODE
008984             MOVE "NOCODE"   TO WS-AC-RESULT-TEXT
008985         WHEN WS-AC-BAD-CODE
008986             MOVE "BADCODE"  TO WS-AC-RESULT-TEXT
008987         WHEN WS-AC-UNKNOWN-CODE
008988             MOVE "UNKCODE"  TO WS-AC-RESULT-TEXT
008989         WHEN WS-AC-TOWN-MISMATCH
008990             MOVE "BADTOWN"  TO WS-AC-RESULT-TEXT
008991         WHEN OTHER
008992             MOVE SPACES     TO WS-AC-RESULT-TEXT
008993     END-EVALUATE.
008994     IF NOT WS-AC-ADDRESS-OK
008995         ADD 1 TO WS-CNT-ADDR-WARN
008996     END-IF.
008997 2650-EXIT.
008998     EXIT.
008999
009000*================================================================
009001*    2655-CLASSIFY-ADDRESS
009002*    SETS WS-AC-FLAG FOR THE ADDRESS IN WS-AC-ADDRESS.  THE
009003*    POSTAL CODE IS THE FIRST NN-NNN STANDING ON ITS OWN (START
009004*    OF FIELD, SPACE, OR COMMA EITHER SIDE).  FAILING THAT, A
009005*    FIVE-DIGIT RUN OR A MISPLACED HYPHEN ("00950", "009-50")
009006*    MEANS A CODE WAS KEYED BADLY (F); NOTHING OF THE KIND
009007*    MEANS NO CODE AT ALL (M).  THE TOWN IS WHATEVER FOLLOWS THE
009008*    CODE.  WITHOUT POSTCODE THE CHECK STOPS AT THE CODE'S FORM.
009009*================================================================
009010 2655-CLASSIFY-ADDRESS.
009011     MOVE SPACE  TO WS-AC-FLAG.
009012     MOVE SPACES TO WS-AC-CODE.
009013     MOVE SPACES TO WS-AC-TOWN-TEXT.
009014     IF WS-AC-ADDRESS = SPACES
009015         MOVE 'B' TO WS-AC-FLAG
009016         GO TO 2655-EXIT
009017     END-IF.
009018     INSPECT WS-AC-ADDRESS
009019         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
009020     MOVE 0 TO WS-AC-CODE-POS.
009021     MOVE 0 TO WS-AC-NEAR-POS.
009022     PERFORM 2660-TEST-POSITION THRU 2660-EXIT
009023         VARYING WS-AC-POS FROM 1 BY 1
009024         UNTIL WS-AC-POS > 35 OR WS-AC-CODE-POS > 0.
009025     IF WS-AC-CODE-POS = 0
009026         IF WS-AC-NEAR-POS > 0
009027             MOVE 'F' TO WS-AC-FLAG
009028         ELSE
009029             MOVE 'M' TO WS-AC-FLAG
009030         END-IF
009031         GO TO 2655-EXIT
009032     END-IF.
009033     MOVE WS-AC-ADDRESS(WS-AC-CODE-POS:6) TO WS-AC-CODE.
009034     MOVE SPACES TO WS-AC-REST.
009035     IF WS-AC-CODE-POS < 35
009036         MOVE WS-AC-ADDRESS(WS-AC-CODE-POS + 6:) TO WS-AC-REST
009037     END-IF.
009038     MOVE 0 TO WS-AC-LEAD.
009039     INSPECT WS-AC-REST TALLYING WS-AC-LEAD FOR LEADING SPACES.
009040     IF WS-AC-LEAD < 40
009041         MOVE WS-AC-REST(WS-AC-LEAD + 1:) TO WS-AC-TOWN-TEXT
009042     END-IF.
009043     IF NOT WS-POSTCODE-AVAILABLE
009044         GO TO 2655-EXIT
009045     END-IF.
009046     PERFORM 2670-LOOKUP-POSTAL-CODE THRU 2670-EXIT.
009047 2655-EXIT.
009048     EXIT.
009049
009050*================================================================
009051*    2660-TEST-POSITION
009052*    ONE SCAN POSITION.  A WELL-FORMED CODE ENDS THE SCAN; THE
009053*    FIRST NEAR MISS IS ONLY REMEMBERED, SINCE A GOOD CODE MAY
009054*    STILL FOLLOW IT (A HOUSE NUMBER SUCH AS "5-7" IS NEITHER).
009055*================================================================
009056 2660-TEST-POSITION.
009057     IF WS-AC-ADDRESS(WS-AC-POS:2) IS NUMERIC
009058             AND WS-AC-ADDRESS(WS-AC-POS + 2:1) = "-"
009059             AND WS-AC-ADDRESS(WS-AC-POS + 3:3) IS NUMERIC
009060         IF WS-AC-POS > 1
009061             IF WS-AC-ADDRESS(WS-AC-POS - 1:1) NOT = SPACE
009062                     AND WS-AC-ADDRESS(WS-AC-POS - 1:1) NOT = ","
009063                 GO TO 2660-NEAR
009064             END-IF
009065         END-IF
009066         IF WS-AC-POS < 35
009067             IF WS-AC-ADDRESS(WS-AC-POS + 6:1) NOT = SPACE
009068                     AND WS-AC-ADDRESS(WS-AC-POS + 6:1) NOT = ","
009069                 GO TO 2660-NEAR
009070             END-IF
009071         END-IF
009072         MOVE WS-AC-POS TO WS-AC-CODE-POS
009073         GO TO 2660-EXIT
009074     END-IF.
009075 2660-NEAR.
009076     IF WS-AC-NEAR-POS > 0
009077         GO TO 2660-EXIT
009078     END-IF.
009079     IF WS-AC-ADDRESS(WS-AC-POS:5) IS NUMERIC
009080         MOVE WS-AC-POS TO WS-AC-NEAR-POS
009081         GO TO 2660-EXIT
009082     END-IF.
009083     IF WS-AC-ADDRESS(WS-AC-POS:2) IS NUMERIC
009084             AND WS-AC-ADDRESS(WS-AC-POS + 2:1) = "-"
009085             AND WS-AC-ADDRESS(WS-AC-POS + 3:3) IS NUMERIC
009086         MOVE WS-AC-POS TO WS-AC-NEAR-POS
009087         GO TO 2660-EXIT
009088     END-IF.
009089     IF WS-AC-ADDRESS(WS-AC-POS:1) IS NUMERIC
009090             AND WS-AC-ADDRESS(WS-AC-POS + 1:1) = "-"
009091             AND WS-AC-ADDRESS(WS-AC-POS + 2:3) IS NUMERIC
009092         MOVE WS-AC-POS TO WS-AC-NEAR-POS
009093         GO TO 2660-EXIT
009094     END-IF.
009095     IF WS-AC-ADDRESS(WS-AC-POS:3) IS NUMERIC
009096             AND WS-AC-ADDRESS(WS-AC-POS + 3:1) = "-"
009097             AND WS-AC-ADDRESS(WS-AC-POS + 4:2) IS NUMERIC
009098         MOVE WS-AC-POS TO WS-AC-NEAR-POS
009099     END-IF.
009100 2660-EXIT.
009101     EXIT.
009102
009103*================================================================
009104*    2670-LOOKUP-POSTAL-CODE
009105*    BROWSES THE REFERENCE ENTRIES FOR THE CODE.  NONE MEANS THE
009106*    CODE DOES NOT EXIST (U).  OTHERWISE THE ADDRESS PASSES IF
009107*    THE TEXT AFTER THE CODE STARTS WITH ONE OF THE CODE'S TOWNS
009108*    FOLLOWED BY A SPACE, A COMMA, OR NOTHING, AND IS A TOWN
009109*    MISMATCH (T) IF NOT - A MISSING TOWN INCLUDED.
009110*================================================================
009111 2670-LOOKUP-POSTAL-CODE.
009112     MOVE 'U' TO WS-AC-FLAG.
009113     MOVE WS-AC-CODE TO PN-POSTAL-CODE.
009114     MOVE SPACES     TO PN-TOWN.
009115     START POSTAL-CODE-FILE KEY IS NOT LESS THAN PN-KEY
009116         INVALID KEY
009117             GO TO 2670-EXIT
009118     END-START.
009119     MOVE 'N' TO WS-AC-BROWSE-SWITCH.
009120     PERFORM 2675-MATCH-ONE-TOWN THRU 2675-EXIT
009121         UNTIL WS-AC-BROWSE-DONE.
009122 2670-EXIT.
009123     EXIT.
009124
009125 2675-MATCH-ONE-TOWN.
009126     READ POSTAL-CODE-FILE NEXT RECORD
009127         AT END
009128             MOVE 'Y' TO WS-AC-BROWSE-SWITCH
009129             GO TO 2675-EXIT
009130     END-READ.
009131     IF PN-POSTAL-CODE NOT = WS-AC-CODE
009132         MOVE 'Y' TO WS-AC-BROWSE-SWITCH
009133         GO TO 2675-EXIT
009134     END-IF.
009135     MOVE 'T' TO WS-AC-FLAG.
009136     PERFORM 2680-TEST-TOWN THRU 2680-EXIT.
009137     IF WS-AC-ADDRESS-OK
009138         MOVE 'Y' TO WS-AC-BROWSE-SWITCH
009139     END-IF.
009140 2675-EXIT.
009141     EXIT.
009142
009143*================================================================
009144*    2680-TEST-TOWN
009145*    CLEARS WS-AC-FLAG WHEN THE TEXT AFTER THE CODE STARTS WITH
009146*    THE REFERENCE TOWN IN PN-TOWN, FOLLOWED BY A SPACE, A
009147*    COMMA, OR NOTHING.
009148*================================================================
009149 2680-TEST-TOWN.
009150     IF PN-TOWN-LENGTH NOT NUMERIC
009151             OR PN-TOWN-LENGTH = 0 OR PN-TOWN-LENGTH > 30
009152         GO TO 2680-EXIT
009153     END-IF.
009154     IF WS-AC-TOWN-TEXT(1:PN-TOWN-LENGTH) =
009155             PN-TOWN(1:PN-TOWN-LENGTH)
009156         IF WS-AC-TOWN-TEXT(PN-TOWN-LENGTH + 1:1) = SPACE
009157                 OR WS-AC-TOWN-TEXT(PN-TOWN-LENGTH + 1:1) = ","
009158             MOVE SPACE TO WS-AC-FLAG
009159         END-IF
009160     END-IF.
009161 2680-EXIT.
009162     EXIT.
009163
009164*================================================================
009165*    2700-ACCUMULATE-STATS
009166*    TALLIES SEX AND AGE-BAND COUNTS FOR THE END-OF-RUN SUMMARY.
009167*    ONLY CALLED FOR RECORDS THAT PASSED BOTH THE CHECKSUM AND
009168*    BIRTH-DATE CHECKS, SINCE THOSE ARE THE ONLY RECORDS WITH A
009169*    MEANINGFUL SEX OR AGE CLASSIFICATION.
009170*================================================================
009171 2700-ACCUMULATE-STATS.
009172     IF IS-WOMAN
009173         ADD 1 TO WS-CNT-WOMEN
009174     ELSE
009175         ADD 1 TO WS-CNT-MEN
009176     END-IF.
009177     IF IS-CHILD
009178         ADD 1 TO WS-CNT-CHILD
009179     ELSE IF IS-TEEN
009180         ADD 1 TO WS-CNT-TEEN
009181     ELSE IF IS-ADDULT
009182         ADD 1 TO WS-CNT-ADULT
009183     END-IF.
009184 2700-EXIT.
009185     EXIT.
009190
009200*================================================================
009210*    2750-CHECK-CHECKPOINT
009430     MOVE WS-CNT-TEEN         TO CKP-TEEN.
009440     MOVE WS-CNT-ADULT        TO CKP-ADULT.
009450     MOVE WS-CNT-DUPLICATE-BATCH TO CKP-DUP-BATCH.
009455     MOVE WS-CNT-ADDR-WARN    TO CKP-ADDR-WARN.
009460     WRITE PESEL-CKP-RECORD.
009470     CLOSE PESEL-CKP-FILE.
009480 2760-EXIT.
009630     MOVE WS-PESEL       TO AUD-PESEL.
009640     MOVE 0 TO AUD-SEX-CODE.
009650     MOVE 0 TO AUD-CLASS-CODE.
009651     MOVE PI-SOURCE-BRANCH TO AUD-SOURCE-BRANCH.
009652*    ONLY A LIVE ON-FILE NAME IS COMPARED - AN ERASED OR
009653*    RENUMBERED KEY HAS NO NAME LEFT TO DIFFER FROM, AND A STUB
009654*    WITH NO INCOMING NAME HAS NOTHING TO COMPARE.
009655     MOVE SPACE TO AUD-NAME-CHECK.
009656     IF WS-CUSTOMER-FOUND
009657             AND CM-CUSTOMER-NAME NOT = SPACES
009658             AND PI-CUSTOMER-NAME NOT = SPACES
009659         IF PI-CUSTOMER-NAME = CM-CUSTOMER-NAME
009660             MOVE 'M' TO AUD-NAME-CHECK
009661         ELSE
009662             MOVE 'D' TO AUD-NAME-CHECK
009663         END-IF
009664     END-IF.
009667     IF WS-DUPLICATE-IN-BATCH
009670         MOVE "DUPBATCH" TO AUD-RESULT
009680     ELSE IF WS-CHECKSUM-BAD
009690         MOVE "CHECKSUM" TO AUD-RESULT
010270     IF WS-CUSTOMER-FOUND
010280         MOVE "ONFILE"          TO RPT-ON-FILE
010290         MOVE CM-CUSTOMER-NAME  TO RPT-CUST-NAME
010291         IF WS-CUSTOMER-DECEASED
010292             MOVE "DECEASED"        TO RPT-ON-FILE
010293         END-IF
010294         IF WS-CUSTOMER-REPLACED
010295             MOVE "REPLACED"        TO RPT-ON-FILE
010296         END-IF
010300     ELSE
010310         MOVE "NEW"             TO RPT-ON-FILE
010320         MOVE SPACES            TO RPT-CUST-NAME
010332*    THE INCOMING NAME GOES NEXT TO THE ON-FILE NAME SO A
010334*    MISMATCH AGAINST AN ONFILE CUSTOMER IS VISIBLE AT A GLANCE.
010336     MOVE PI-CUSTOMER-NAME      TO RPT-IN-NAME.
010337     MOVE WS-AC-RESULT-TEXT     TO RPT-ADDR-CHECK.
010338     PERFORM 2905-CHECK-RPT-PAGE THRU 2905-EXIT.
010340     MOVE WS-RPT-LINE TO PESEL-RPT-RECORD.
010342     WRITE PESEL-RPT-RECORD.
010344     ADD 1 TO WS-RPT-LINES.
010346*    EVERY FAILED RECORD ALSO GOES TO THE REJECTS-ONLY REPORT
010348*    SO THE REVIEWERS WORK FROM A SHORT LIST INSTEAD OF
010350*    LEAFING PAST THOUSANDS OF OK LINES.  SO DOES AN ACCEPTED
010352*    RECORD WHOSE ADDRESS FAILED THE POSTAL-CODE CHECK.
010354     IF RPT-RESULT NOT = "OK"
010355        OR WS-CUSTOMER-DECEASED OR WS-CUSTOMER-REPLACED
010356        OR RPT-ADDR-CHECK NOT = SPACES
010357         PERFORM 2915-CHECK-REJ-PAGE THRU 2915-EXIT
010358         MOVE WS-RPT-LINE TO PESEL-REJ-RECORD
010359         WRITE PESEL-REJ-RECORD
010780         MOVE 0      TO PO-AGE
010790         MOVE 0      TO PO-CLASS-CODE
010800     END-IF.
010804     EVALUATE TRUE
010808         WHEN WS-CUSTOMER-DECEASED
010812             MOVE 3 TO PO-ON-FILE-CODE
010816         WHEN WS-CUSTOMER-REPLACED
010820             MOVE 4 TO PO-ON-FILE-CODE
010824         WHEN WS-CUSTOMER-FOUND
010828             MOVE 2 TO PO-ON-FILE-CODE
010832         WHEN OTHER
010836             MOVE 1 TO PO-ON-FILE-CODE
010840     END-EVALUATE.
010852     MOVE PI-CUSTOMER-NAME TO PO-CUSTOMER-NAME.
010854     MOVE PI-ADDRESS       TO PO-ADDRESS.
010856     MOVE PI-SOURCE-BRANCH TO PO-SOURCE-BRANCH.
010858     MOVE WS-AC-FLAG       TO PO-ADDRESS-FLAG.
010860     WRITE PESEL-OUTPUT-RECORD.
010870 2950-EXIT.
010880     EXIT.
010970     CLOSE PESEL-EXC-FILE.
010980     CLOSE PESEL-DUP-FILE.
010990     CLOSE CUSTOMER-MASTER-FILE.
010992     IF WS-POSTCODE-AVAILABLE
010994         CLOSE POSTAL-CODE-FILE
010996     END-IF.
011000     CLOSE AUDIT-LOG-FILE.
011010     PERFORM 8050-RESET-CHECKPOINT THRU 8050-EXIT.
011020     PERFORM 8060-RESET-DUP-FILE THRU 8060-EXIT.
011520     WRITE PESEL-SUM-RECORD.
011530     MOVE "DUPLICATE IN BATCH" TO SUM-LABEL.
011540     MOVE WS-CNT-DUPLICATE-BATCH TO SUM-COUNT.
011542     MOVE WS-SUM-LINE TO PESEL-SUM-RECORD.
011544     WRITE PESEL-SUM-RECORD.
011546     MOVE "ACCEPTED - ADDRESS WARNING" TO SUM-LABEL.
011548     MOVE WS-CNT-ADDR-WARN TO SUM-COUNT.
011550     MOVE WS-SUM-LINE TO PESEL-SUM-RECORD.
011560     WRITE PESEL-SUM-RECORD.
011570     MOVE "WOMEN" TO SUM-LABEL.
011895     MOVE WS-CNT-DUPLICATE-BATCH TO SUM-COUNT.
011896     MOVE WS-SUM-LINE TO PESEL-RPT-RECORD.
011897     WRITE PESEL-RPT-RECORD.
011898     MOVE "ACCEPTED - ADDRESS WARNING" TO SUM-LABEL.
011899     MOVE WS-CNT-ADDR-WARN TO SUM-COUNT.
011900     MOVE WS-SUM-LINE TO PESEL-RPT-RECORD.
011901     WRITE PESEL-RPT-RECORD.
011911     MOVE "WOMEN" TO SUM-LABEL.
011921     MOVE WS-CNT-WOMEN TO SUM-COUNT.
011931     MOVE WS-SUM-LINE TO PESEL-RPT-RECORD.
011941     WRITE PESEL-RPT-RECORD.
011951     MOVE "MEN" TO SUM-LABEL.
011961     MOVE WS-CNT-MEN TO SUM-COUNT.
011971     MOVE WS-SUM-LINE TO PESEL-RPT-RECORD.
011981     WRITE PESEL-RPT-RECORD.
011991     MOVE "CHILDREN (0-11)" TO SUM-LABEL.
012001     MOVE WS-CNT-CHILD TO SUM-COUNT.
012011     MOVE WS-SUM-LINE TO PESEL-RPT-RECORD.
012021     WRITE PESEL-RPT-RECORD.
012031     MOVE "TEENS (12-17)" TO SUM-LABEL.
012041     MOVE WS-CNT-TEEN TO SUM-COUNT.
012051     MOVE WS-SUM-LINE TO PESEL-RPT-RECORD.
012061     WRITE PESEL-RPT-RECORD.
012071     MOVE "ADULTS (18+)" TO SUM-LABEL.
012081     MOVE WS-CNT-ADULT TO SUM-COUNT.
012091     MOVE WS-SUM-LINE TO PESEL-RPT-RECORD.
012101     WRITE PESEL-RPT-RECORD.
012111 8400-EXIT.
012121     EXIT.
012131
012141 END PROGRAM PESEL.
