000232* 2026-09-02  RS  RECORDS ERASED BY PESELERA ARE BLANK BY DESIGN
000234*                 AND ARE NOW COUNTED ON THEIR OWN SUMMARY LINE
000236*                 INSTEAD OF BEING REPORTED AS BLANK STUBS.
000237* 2026-10-15  RS  AN OLD KEY LEFT BLANK BY A REGISTRY NUMBER
000238*                 CHANGE (PESELRAP, CM-SUPERSEDED) IS LIKEWISE
000239*                 NOT A STUB AND IS COUNTED ON ITS OWN LINE.
000240*                 DECEASED CUSTOMERS GET THEIR OWN COUNT TOO.
000241* 2026-10-15  RS  EVERY ADDRESS ON FILE IS NOW RE-CHECKED AGAINST
000242*                 THE POSTAL-CODE REFERENCE (POSTCODE) WITH THE
000243*                 SAME RULES PESEL APPLIES TO INCOMING RECORDS,
000244*                 WHATEVER CM-ADDRESS-FLAG SAYS, AND EACH FAILURE
000245*                 IS REPORTED WITH THE ADDRESS AS HELD SO THE
000246*                 FILE CAN BE CLEANED UP THROUGH PSMT.  WITHOUT
000247*                 POSTCODE ONLY THE FORM OF THE CODE IS CHECKED.
000248*================================================================
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-AUDITRPT-STATUS.
000450
000451     SELECT POSTAL-CODE-FILE
000452         ASSIGN TO "POSTCODE"
000453         ORGANIZATION IS INDEXED
000454         ACCESS MODE IS DYNAMIC
000455         RECORD KEY IS PN-KEY
000456         FILE STATUS IS WS-POSTCODE-STATUS.
000457
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CUSTOMER-MASTER-FILE.
000510 FD  PESEL-AUDIT-RPT-FILE.
000520 01  PESEL-AUDIT-RPT-RECORD      PIC X(80).
000530
000532 FD  POSTAL-CODE-FILE.
000534     COPY POSTCODE.
000536
000540 WORKING-STORAGE SECTION.
000550 77  WS-CUSTMAS-STATUS    PIC X(02) VALUE SPACES.
000560 77  WS-AUDITRPT-STATUS   PIC X(02) VALUE SPACES.
000565 77  WS-POSTCODE-STATUS   PIC X(02) VALUE SPACES.
000570
000580*----------------------------------------------------------------
000590* THE PESEL UNDER EXAMINATION, BROKEN OUT THE SAME WAY THE
001100     05  WS-DATE-SWITCH       PIC X(01) VALUE 'N'.
001110         88  WS-DATE-OK               VALUE 'Y'.
001120         88  WS-DATE-BAD              VALUE 'N'.
001122     05  WS-POSTCODE-OPEN-SWITCH PIC X(01) VALUE 'N'.
001124         88  WS-POSTCODE-AVAILABLE    VALUE 'Y'.
001126     05  WS-AC-BROWSE-SWITCH  PIC X(01) VALUE 'N'.
001128         88  WS-AC-BROWSE-DONE        VALUE 'Y'.
001130
001140 01  WS-STATS.
001150     05  WS-CNT-RECORDS       PIC 9(7) COMP VALUE 0.
001200     05  WS-CNT-BLANK-STUB    PIC 9(7) COMP VALUE 0.
001210     05  WS-CNT-INACTIVE      PIC 9(7) COMP VALUE 0.
001215     05  WS-CNT-ERASED        PIC 9(7) COMP VALUE 0.
001216     05  WS-CNT-SUPERSEDED    PIC 9(7) COMP VALUE 0.
001217     05  WS-CNT-DECEASED      PIC 9(7) COMP VALUE 0.
001218     05  WS-CNT-ADDR-BLANK    PIC 9(7) COMP VALUE 0.
001219     05  WS-CNT-ADDR-NO-CODE  PIC 9(7) COMP VALUE 0.
001220     05  WS-CNT-ADDR-BAD-CODE PIC 9(7) COMP VALUE 0.
001221     05  WS-CNT-ADDR-UNKNOWN  PIC 9(7) COMP VALUE 0.
001222     05  WS-CNT-ADDR-TOWN     PIC 9(7) COMP VALUE 0.
001226     05  WS-CNT-FINDINGS      PIC 9(7) COMP VALUE 0.
001230
001240 01  WS-BLANK-DAYS        PIC S9(7) COMP VALUE 0.
001250 01  WS-TODAY-INT         PIC S9(9) COMP VALUE 0.
001390
001400 01  WS-DAYS-DISP         PIC ZZZZZZ9.
001410 01  WS-DETAIL-TEXT       PIC X(40).
001411
001412*----------------------------------------------------------------
001413* ADDRESS CHECK WORK AREA AND 2655-2680 BELOW ARE PORTS OF THE
001414* BATCH VALIDATOR'S (PESEL.CBL) AND MUST STAY IN STEP WITH THEM.
001415* WS-AC-FLAG TAKES THE CM-ADDRESS-FLAG VALUES.
001416*----------------------------------------------------------------
001417 01  WS-ADDRESS-CHECK.
001418     05  WS-AC-ADDRESS        PIC X(40).
001419     05  WS-AC-REST           PIC X(40).
001420     05  WS-AC-TOWN-TEXT      PIC X(40).
001421     05  WS-AC-CODE           PIC X(06).
001422     05  WS-AC-POS            PIC 9(02) COMP.
001423     05  WS-AC-CODE-POS       PIC 9(02) COMP.
001424     05  WS-AC-NEAR-POS       PIC 9(02) COMP.
001425     05  WS-AC-LEAD           PIC 9(02) COMP.
001426     05  WS-AC-FLAG           PIC X(01).
001427         88  WS-AC-ADDRESS-OK         VALUE SPACE.
001428         88  WS-AC-BLANK              VALUE 'B'.
001429         88  WS-AC-NO-CODE            VALUE 'M'.
001430         88  WS-AC-BAD-CODE           VALUE 'F'.
001431         88  WS-AC-UNKNOWN-CODE       VALUE 'U'.
001432         88  WS-AC-TOWN-MISMATCH      VALUE 'T'.
001433 01  WS-LOWER-CASE        PIC X(26)
001434         VALUE "abcdefghijklmnopqrstuvwxyz".
001435 01  WS-UPPER-CASE        PIC X(26)
001436         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001437
001438 PROCEDURE DIVISION.
001440*================================================================
001450*    0000-MAINLINE
001460*================================================================
001740         MOVE 16 TO RETURN-CODE
001750         STOP RUN
001760     END-IF.
001761     OPEN INPUT POSTAL-CODE-FILE.
001762     IF WS-POSTCODE-STATUS = "00"
001763         MOVE 'Y' TO WS-POSTCODE-OPEN-SWITCH
001764     ELSE
001765         DISPLAY "PESEL0189W POSTCODE COULD NOT BE OPENED, "
001766             "FILE STATUS=" WS-POSTCODE-STATUS
001767             " - POSTAL CODES ARE CHECKED FOR FORM ONLY"
001768     END-IF.
001770     PERFORM 2100-READ-CUSTOMER-MASTER THRU 2100-EXIT.
001780 1000-EXIT.
001790     EXIT.
002080     END-IF.
002090     PERFORM 2400-CHECK-DATE-ADDED THRU 2400-EXIT.
002100     PERFORM 2500-CHECK-BLANK-STUB THRU 2500-EXIT.
002105     PERFORM 2600-CHECK-ADDRESS THRU 2600-EXIT.
002110     IF CM-INACTIVE
002120         ADD 1 TO WS-CNT-INACTIVE
002122     END-IF.
002124     IF CM-DECEASED
002126         ADD 1 TO WS-CNT-DECEASED
002130     END-IF.
002140     PERFORM 2100-READ-CUSTOMER-MASTER THRU 2100-EXIT.
002150 2000-EXIT.
003818         ADD 1 TO WS-CNT-ERASED
003819         GO TO 2500-EXIT
003820     END-IF.
003821*    SO IS THE OLD KEY OF A RENUMBERED CUSTOMER (PESELRAP).
003822     IF CM-SUPERSEDED
003823         ADD 1 TO WS-CNT-SUPERSEDED
003824         GO TO 2500-EXIT
003825     END-IF.
003827     IF CM-CUSTOMER-NAME NOT = SPACES
003830         OR CM-ADDRESS NOT = SPACES
003840         GO TO 2500-EXIT
003850     END-IF.
004060     EXIT.
004070
004080*================================================================
004081*    2600-CHECK-ADDRESS
004082*    RE-CHECKS THE ADDRESS ON FILE THE WAY PESEL CHECKS AN
004083*    INCOMING ONE, AND REPORTS A FAILURE WITH THE ADDRESS AS
004084*    HELD.  ERASED AND RENUMBERED RECORDS HAVE NO ADDRESS BY
004085*    DESIGN, AND A BLANK STUB IS ALREADY REPORTED BY 2500.
004086*================================================================
004087 2600-CHECK-ADDRESS.
004088     IF CM-ERASED OR CM-SUPERSEDED
004089         GO TO 2600-EXIT
004090     END-IF.
004091     IF CM-CUSTOMER-NAME = SPACES AND CM-ADDRESS = SPACES
004092         GO TO 2600-EXIT
004093     END-IF.
004094     MOVE CM-ADDRESS TO WS-AC-ADDRESS.
004095     PERFORM 2655-CLASSIFY-ADDRESS THRU 2655-EXIT.
004096     EVALUATE TRUE
004097         WHEN WS-AC-ADDRESS-OK
004098             GO TO 2600-EXIT
004099         WHEN WS-AC-BLANK
004100             ADD 1 TO WS-CNT-ADDR-BLANK
004101             MOVE "NOADDR"   TO ADL-FINDING
004102         WHEN WS-AC-NO-CODE
004103             ADD 1 TO WS-CNT-ADDR-NO-CODE
004104             MOVE "NOCODE"   TO ADL-FINDING
004105         WHEN WS-AC-BAD-CODE
004106             ADD 1 TO WS-CNT-ADDR-BAD-CODE
004107             MOVE "BADCODE"  TO ADL-FINDING
004108         WHEN WS-AC-UNKNOWN-CODE
004109             ADD 1 TO WS-CNT-ADDR-UNKNOWN
004110             MOVE "UNKCODE"  TO ADL-FINDING
004111         WHEN WS-AC-TOWN-MISMATCH
004112             ADD 1 TO WS-CNT-ADDR-TOWN
004113             MOVE "BADTOWN"  TO ADL-FINDING
004114     END-EVALUATE.
004115     MOVE CM-ADDRESS TO ADL-DETAIL.
004116     PERFORM 3000-WRITE-FINDING THRU 3000-EXIT.
004117 2600-EXIT.
004118     EXIT.
004119
004120*================================================================
004121*    2655-CLASSIFY-ADDRESS
004122*    SETS WS-AC-FLAG FOR THE ADDRESS IN WS-AC-ADDRESS.  THE
004123*    POSTAL CODE IS THE FIRST NN-NNN STANDING ON ITS OWN (START
004124*    OF FIELD, SPACE, OR COMMA EITHER SIDE).  FAILING THAT, A
004125*    FIVE-DIGIT RUN OR A MISPLACED HYPHEN ("00950", "009-50")
004126*    MEANS A CODE WAS KEYED BADLY (F); NOTHING OF THE KIND
004127*    MEANS NO CODE AT ALL (M).  THE TOWN IS WHATEVER FOLLOWS THE
004128*    CODE.  WITHOUT POSTCODE THE CHECK STOPS AT THE CODE'S FORM.
004129*================================================================
004130 2655-CLASSIFY-ADDRESS.
004131     MOVE SPACE  TO WS-AC-FLAG.
004132     MOVE SPACES TO WS-AC-CODE.
004133     MOVE SPACES TO WS-AC-TOWN-TEXT.
004134     IF WS-AC-ADDRESS = SPACES
004135         MOVE 'B' TO WS-AC-FLAG
004136         GO TO 2655-EXIT
004137     END-IF.
004138     INSPECT WS-AC-ADDRESS
004139         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
004140     MOVE 0 TO WS-AC-CODE-POS.
004141     MOVE 0 TO WS-AC-NEAR-POS.
004142     PERFORM 2660-TEST-POSITION THRU 2660-EXIT
004143         VARYING WS-AC-POS FROM 1 BY 1
004144         UNTIL WS-AC-POS > 35 OR WS-AC-CODE-POS > 0.
004145     IF WS-AC-CODE-POS = 0
004146         IF WS-AC-NEAR-POS > 0
004147             MOVE 'F' TO WS-AC-FLAG
004148         ELSE
004149             MOVE 'M' TO WS-AC-FLAG
004150         END-IF
004151         GO TO 2655-EXIT
004152     END-IF.
004153     MOVE WS-AC-ADDRESS(WS-AC-CODE-POS:6) TO WS-AC-CODE.
004154     MOVE SPACES TO WS-AC-REST.
004155     IF WS-AC-CODE-POS < 35
004156         MOVE WS-AC-ADDRESS(WS-AC-CODE-POS + 6:) TO WS-AC-REST
004157     END-IF.
004158     MOVE 0 TO WS-AC-LEAD.
004159     INSPECT WS-AC-REST TALLYING WS-AC-LEAD FOR LEADING SPACES.
004160     IF WS-AC-LEAD < 40
004161         MOVE WS-AC-REST(WS-AC-LEAD + 1:) TO WS-AC-TOWN-TEXT
004162     END-IF.
004163     IF NOT WS-POSTCODE-AVAILABLE
004164         GO TO 2655-EXIT
004165     END-IF.
004166     PERFORM 2670-LOOKUP-POSTAL-CODE THRU 2670-EXIT.
004167 2655-EXIT.
004168     EXIT.
004169
004170*================================================================
004171*    2660-TEST-POSITION
004172*    ONE SCAN POSITION.  A WELL-FORMED CODE ENDS THE SCAN; THE
004173*    FIRST NEAR MISS IS ONLY REMEMBERED, SINCE A GOOD CODE MAY
004174*    STILL FOLLOW IT (A HOUSE NUMBER SUCH AS "5-7" IS NEITHER).
004175*================================================================
004176 2660-TEST-POSITION.
004177     IF WS-AC-ADDRESS(WS-AC-POS:2) IS NUMERIC
004178             AND WS-AC-ADDRESS(WS-AC-POS + 2:1) = "-"
004179             AND WS-AC-ADDRESS(WS-AC-POS + 3:3) IS NUMERIC
004180         IF WS-AC-POS > 1
004181             IF WS-AC-ADDRESS(WS-AC-POS - 1:1) NOT = SPACE
004182                     AND WS-AC-ADDRESS(WS-AC-POS - 1:1) NOT = ","
004183                 GO TO 2660-NEAR
004184             END-IF
004185         END-IF
004186         IF WS-AC-POS < 35
004187             IF WS-AC-ADDRESS(WS-AC-POS + 6:1) NOT = SPACE
004188                     AND WS-AC-ADDRESS(WS-AC-POS + 6:1) NOT = ","
004189                 GO TO 2660-NEAR
004190             END-IF
004191         END-IF
004192         MOVE WS-AC-POS TO WS-AC-CODE-POS
004193         GO TO 2660-EXIT
004194     END-IF.
004195 2660-NEAR.
004196     IF WS-AC-NEAR-POS > 0
004197         GO TO 2660-EXIT
004198     END-IF.
004199     IF WS-AC-ADDRESS(WS-AC-POS:5) IS NUMERIC
004200         MOVE WS-AC-POS TO WS-AC-NEAR-POS
004201         GO TO 2660-EXIT
004202     END-IF.
004203     IF WS-AC-ADDRESS(WS-AC-POS:2) IS NUMERIC
004204             AND WS-AC-ADDRESS(WS-AC-POS + 2:1) = "-"
004205             AND WS-AC-ADDRESS(WS-AC-POS + 3:3) IS NUMERIC
004206         MOVE WS-AC-POS TO WS-AC-NEAR-POS
004207         GO TO 2660-EXIT
004208     END-IF.
004209     IF WS-AC-ADDRESS(WS-AC-POS:1) IS NUMERIC
004210             AND WS-AC-ADDRESS(WS-AC-POS + 1:1) = "-"
004211             AND WS-AC-ADDRESS(WS-AC-POS + 2:3) IS NUMERIC
004212         MOVE WS-AC-POS TO WS-AC-NEAR-POS
004213         GO TO 2660-EXIT
004214     END-IF.
004215     IF WS-AC-ADDRESS(WS-AC-POS:3) IS NUMERIC
004216             AND WS-AC-ADDRESS(WS-AC-POS + 3:1) = "-"
004217             AND WS-AC-ADDRESS(WS-AC-POS + 4:2) IS NUMERIC
004218         MOVE WS-AC-POS TO WS-AC-NEAR-POS
004219     END-IF.
004220 2660-EXIT.
004221     EXIT.
004222
004223*================================================================
004224*    2670-LOOKUP-POSTAL-CODE
004225*    BROWSES THE REFERENCE ENTRIES FOR THE CODE.  NONE MEANS THE
004226*    CODE DOES NOT EXIST (U).  OTHERWISE THE ADDRESS PASSES IF
004227*    THE TEXT AFTER THE CODE STARTS WITH ONE OF THE CODE'S TOWNS
004228*    FOLLOWED BY A SPACE, A COMMA, OR NOTHING, AND IS A TOWN
004229*    MISMATCH (T) IF NOT - A MISSING TOWN INCLUDED.
004230*================================================================
004231 2670-LOOKUP-POSTAL-CODE.
004232     MOVE 'U' TO WS-AC-FLAG.
004233     MOVE WS-AC-CODE TO PN-POSTAL-CODE.
004234     MOVE SPACES     TO PN-TOWN.
004235     START POSTAL-CODE-FILE KEY IS NOT LESS THAN PN-KEY
004236         INVALID KEY
004237             GO TO 2670-EXIT
004238     END-START.
004239     MOVE 'N' TO WS-AC-BROWSE-SWITCH.
004240     PERFORM 2675-MATCH-ONE-TOWN THRU 2675-EXIT
004241         UNTIL WS-AC-BROWSE-DONE.
004242 2670-EXIT.
004243     EXIT.
004244
004245 2675-MATCH-ONE-TOWN.
004246     READ POSTAL-CODE-FILE NEXT RECORD
004247         AT END
004248             MOVE 'Y' TO WS-AC-BROWSE-SWITCH
004249             GO TO 2675-EXIT
004250     END-READ.
004251     IF PN-POSTAL-CODE NOT = WS-AC-CODE
004252         MOVE 'Y' TO WS-AC-BROWSE-SWITCH
004253         GO TO 2675-EXIT
004254     END-IF.
004255     MOVE 'T' TO WS-AC-FLAG.
004256     PERFORM 2680-TEST-TOWN THRU 2680-EXIT.
004257     IF WS-AC-ADDRESS-OK
004258         MOVE 'Y' TO WS-AC-BROWSE-SWITCH
004259     END-IF.
004260 2675-EXIT.
004261     EXIT.
004262
004263*================================================================
004264*    2680-TEST-TOWN
004265*    CLEARS WS-AC-FLAG WHEN THE TEXT AFTER THE CODE STARTS WITH
004266*    THE REFERENCE TOWN IN PN-TOWN, FOLLOWED BY A SPACE, A
004267*    COMMA, OR NOTHING.
004268*================================================================
004269 2680-TEST-TOWN.
004270     IF PN-TOWN-LENGTH NOT NUMERIC
004271             OR PN-TOWN-LENGTH = 0 OR PN-TOWN-LENGTH > 30
004272         GO TO 2680-EXIT
004273     END-IF.
004274     IF WS-AC-TOWN-TEXT(1:PN-TOWN-LENGTH) =
004275             PN-TOWN(1:PN-TOWN-LENGTH)
004276         IF WS-AC-TOWN-TEXT(PN-TOWN-LENGTH + 1:1) = SPACE
004277                 OR WS-AC-TOWN-TEXT(PN-TOWN-LENGTH + 1:1) = ","
004278             MOVE SPACE TO WS-AC-FLAG
004279         END-IF
004280     END-IF.
004281 2680-EXIT.
004282     EXIT.
004283
004284*================================================================
004285*    3000-WRITE-FINDING
004286*================================================================
004287 3000-WRITE-FINDING.
004288     MOVE CM-PESEL TO ADL-PESEL.
004289     ADD 1 TO WS-CNT-FINDINGS.
004290     MOVE WS-AUD-LINE TO PESEL-AUDIT-RPT-RECORD.
004291     WRITE PESEL-AUDIT-RPT-RECORD.
004292 3000-EXIT.
004293     EXIT.
004294
004295*================================================================
004296*    8000-FINALIZE
004297*================================================================
004298 8000-FINALIZE.
004299     PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
004300     CLOSE CUSTOMER-MASTER-FILE.
004301     CLOSE PESEL-AUDIT-RPT-FILE.
004302     IF WS-POSTCODE-AVAILABLE
004303         CLOSE POSTAL-CODE-FILE
004304     END-IF.
004305     DISPLAY "PESEL0050I CUSTMAS RECORDS AUDITED: "
004306         WS-CNT-RECORDS.
004307     DISPLAY "PESEL0050I FINDINGS REPORTED:       "
004308         WS-CNT-FINDINGS.
004309     IF WS-CNT-FINDINGS > 0
004310         MOVE 4 TO RETURN-CODE
004320     END-IF.
004330 8000-EXIT.
004762     MOVE WS-CNT-ERASED TO SUM-COUNT.
004763     MOVE WS-SUM-LINE TO PESEL-AUDIT-RPT-RECORD.
004764     WRITE PESEL-AUDIT-RPT-RECORD.
004765     MOVE "RENUMBERED OLD KEYS" TO SUM-LABEL.
004766     MOVE WS-CNT-SUPERSEDED TO SUM-COUNT.
004767     MOVE WS-SUM-LINE TO PESEL-AUDIT-RPT-RECORD.
004768     WRITE PESEL-AUDIT-RPT-RECORD.
004769     MOVE "DECEASED RECORDS" TO SUM-LABEL.
004770     MOVE WS-CNT-DECEASED TO SUM-COUNT.
004771     MOVE WS-SUM-LINE TO PESEL-AUDIT-RPT-RECORD.
004772     WRITE PESEL-AUDIT-RPT-RECORD.
004773     MOVE "ADDRESS BLANK (NAME PRESENT)" TO SUM-LABEL.
004774     MOVE WS-CNT-ADDR-BLANK TO SUM-COUNT.
004775     MOVE WS-SUM-LINE TO PESEL-AUDIT-RPT-RECORD.
004776     WRITE PESEL-AUDIT-RPT-RECORD.
004777     MOVE "ADDRESS WITH NO POSTAL CODE" TO SUM-LABEL.
004778     MOVE WS-CNT-ADDR-NO-CODE TO SUM-COUNT.
004779     MOVE WS-SUM-LINE TO PESEL-AUDIT-RPT-RECORD.
004780     WRITE PESEL-AUDIT-RPT-RECORD.
004781     MOVE "POSTAL CODE NOT NN-NNN" TO SUM-LABEL.
004782     MOVE WS-CNT-ADDR-BAD-CODE TO SUM-COUNT.
004783     MOVE WS-SUM-LINE TO PESEL-AUDIT-RPT-RECORD.
004784     WRITE PESEL-AUDIT-RPT-RECORD.
004785     MOVE "POSTAL CODE NOT ON REFERENCE" TO SUM-LABEL.
004786     MOVE WS-CNT-ADDR-UNKNOWN TO SUM-COUNT.
004787     MOVE WS-SUM-LINE TO PESEL-AUDIT-RPT-RECORD.
004788     WRITE PESEL-AUDIT-RPT-RECORD.
004789     MOVE "TOWN DOES NOT MATCH POSTAL CODE" TO SUM-LABEL.
004790     MOVE WS-CNT-ADDR-TOWN TO SUM-COUNT.
004791     MOVE WS-SUM-LINE TO PESEL-AUDIT-RPT-RECORD.
004792     WRITE PESEL-AUDIT-RPT-RECORD.
004794 8100-EXIT.
004796     EXIT.
004798
004800 END PROGRAM PESELAUD.
