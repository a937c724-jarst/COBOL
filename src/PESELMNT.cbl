000216*                 REFUSED - REWRITING A NAME ONTO IT, OR
000217*                 FLIPPING ITS STATUS, WOULD SILENTLY UNDO A
000218*                 GDPR ERASURE WITH NO TRACE.
000219* 2026-10-15  RS  EVERY UPDATE, DEACTIVATION, AND REACTIVATION
000220*                 THAT CHANGES THE RECORD IS NOW JOURNALED TO THE
000221*                 CUSTMAS CHANGE JOURNAL (CUSTJRNL) - BEFORE AND
000222*                 AFTER IMAGE, TIMESTAMP, TRANSACTION, SIGNED-ON
000223*                 USER, TERMINAL, AND BRANCH.  IF THE JOURNAL
000224*                 WRITE FAILS THE CHANGE IS BACKED OUT, SO NO
000225*                 CHANGE REACHES CUSTMAS WITHOUT ITS ENTRY.
000226* 2026-10-15  RS  A CUSTOMER FLAGGED DECEASED FROM THE REGISTRY
000227*                 (PESELRAP) SHOWS AS "DECEASED"; ITS NAME AND
000228*                 ADDRESS CAN STILL BE CORRECTED BUT D AND A ARE
000229*                 REFUSED.  AN OLD KEY LEFT BEHIND BY A REGISTRY
000230*                 NUMBER CHANGE SHOWS AS "REPLACED" WITH THE NEW
000231*                 PESEL FROM CUSTXREF, AND EVERY ACTION AGAINST
000232*                 IT IS REFUSED - THE CSR WORKS THE NEW NUMBER.
000233* 2026-10-15  RS  A KEYED ADDRESS IS CHECKED AGAINST THE POSTAL-
000234*                 CODE REFERENCE (POSTCODE) BY THE SAME RULES AS
000235*                 PESEL.  A BAD ONE IS STILL SAVED, WITH
000236*                 CM-ADDRESS-FLAG SET AND A PESEL0188W WARNING
000237*                 SAYING WHAT IS WRONG; SHOWING A FLAGGED RECORD
000238*                 GIVES THE SAME WARNING.  IF POSTCODE IS CLOSED
000239*                 ONLY THE FORM OF THE CODE IS CHECKED.
000240*                 WS-JRNL-BEFORE WIDENED TO 95 WITH CUSTMAS.
000241* 2026-10-15  RS  THE JOURNAL ENTRY NOW CARRIES CM-ADDRESS-FLAG.
000242*================================================================
000244 ENVIRONMENT DIVISION.
000246 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000260 OBJECT-COMPUTER.   IBM-370.
000270
000410     88  WS-ACTION-DEACTIVATE     VALUE 'D'.
000420     88  WS-ACTION-REACTIVATE     VALUE 'A'.
000430 01  WS-NEW-STATUS        PIC X(01).
000431 01  WS-USERID            PIC X(08).
000432
000433*----------------------------------------------------------------
000434* JOURNAL ENTRY BEING BUILT - THE BEFORE IMAGE IS TAKEN RIGHT
000435* AFTER THE READ FOR UPDATE, THE ACTION IS SET BY THE CALLER.
000436*----------------------------------------------------------------
000437 01  WS-JRNL-ACTION       PIC X(01).
000438 01  WS-JRNL-BEFORE       PIC X(95).
000439 01  WS-TS-RAW            PIC X(21).
000440 01  WS-TS-DISP           PIC X(19).
000445
000450 01  WS-SWITCHES.
000460     05  WS-CUSTOMER-SWITCH   PIC X(01) VALUE 'N'.
000470         88  WS-CUSTOMER-FOUND      VALUE 'Y'.
000472     05  WS-ERASED-REF-SWITCH PIC X(01) VALUE 'N'.
000474         88  WS-ERASED-REFUSED      VALUE 'Y'.
000476     05  WS-JRNL-FAIL-SWITCH  PIC X(01) VALUE 'N'.
000478         88  WS-JRNL-FAILED         VALUE 'Y'.
000479     05  WS-DECEASED-REF-SWITCH PIC X(01) VALUE 'N'.
000480         88  WS-DECEASED-REFUSED    VALUE 'Y'.
000481     05  WS-REPLACED-REF-SWITCH PIC X(01) VALUE 'N'.
000482         88  WS-REPLACED-REFUSED    VALUE 'Y'.
000483     05  WS-POSTCODE-OPEN-SWITCH PIC X(01) VALUE 'N'.
000484         88  WS-POSTCODE-AVAILABLE  VALUE 'Y'.
000485     05  WS-AC-BROWSE-SWITCH  PIC X(01) VALUE 'N'.
000486         88  WS-AC-BROWSE-DONE      VALUE 'Y'.
000487
000488*----------------------------------------------------------------
000489* ADDRESS CHECK WORK AREA AND 3210-3240 BELOW ARE PORTS OF THE
000490* BATCH VALIDATOR'S (PESEL.CBL) AND MUST STAY IN STEP WITH THEM.
000491* WS-AC-FLAG TAKES THE CM-ADDRESS-FLAG VALUES.
000492*----------------------------------------------------------------
000493 01  WS-ADDRESS-CHECK.
000494     05  WS-AC-ADDRESS        PIC X(40).
000495     05  WS-AC-REST           PIC X(40).
000496     05  WS-AC-TOWN-TEXT      PIC X(40).
000497     05  WS-AC-CODE           PIC X(06).
000498     05  WS-AC-POS            PIC 9(02) COMP.
000499     05  WS-AC-CODE-POS       PIC 9(02) COMP.
000500     05  WS-AC-NEAR-POS       PIC 9(02) COMP.
000501     05  WS-AC-LEAD           PIC 9(02) COMP.
000502     05  WS-AC-FLAG           PIC X(01).
000503         88  WS-AC-ADDRESS-OK       VALUE SPACE.
000504         88  WS-AC-BLANK            VALUE 'B'.
000505         88  WS-AC-NO-CODE          VALUE 'M'.
000506         88  WS-AC-BAD-CODE         VALUE 'F'.
000507         88  WS-AC-UNKNOWN-CODE     VALUE 'U'.
000508         88  WS-AC-TOWN-MISMATCH    VALUE 'T'.
000509 01  WS-LOWER-CASE        PIC X(26)
000510         VALUE 'abcdefghijklmnopqrstuvwxyz'.
000511 01  WS-UPPER-CASE        PIC X(26)
000512         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000513
000514*----------------------------------------------------------------
000515* MESSAGE FOR A RENUMBERED (SUPERSEDED) KEY, NAMING THE NEW PESEL
000516* FROM THE CROSS-REFERENCE.
000517*----------------------------------------------------------------
000518 01  WS-REPLACED-MSG.
000519     05  FILLER               PIC X(30)
000520             VALUE 'PESEL0096E NUMBER REPLACED BY '.
000521     05  WS-REPLACED-PESEL    PIC X(11).
000522     05  FILLER               PIC X(16)
000523             VALUE ' - USE NEW PESEL'.
000524
000525     COPY CUSTMAS.
000526     COPY CUSTJRNL.
000527     COPY CUSTXREF.
000528     COPY POSTCODE.
000529     COPY PESELMAP.
000530
000531*----------------------------------------------------------------
000532* COMMAREA PASSED BACK TO THIS PROGRAM ON THE NEXT PSEUDO-
000540* CONVERSATIONAL TURN, SAME SHAPE AS THE PSIQ INQUIRY'S - THE
000550* MAINTENANCE ITSELF IS STATELESS FROM ONE ACTION TO THE NEXT.
000560*----------------------------------------------------------------
001160     MOVE M2PESINI TO WS-PESEL.
001170     MOVE M2ACTNI  TO WS-ACTION.
001175     MOVE 'N' TO WS-ERASED-REF-SWITCH.
001177     MOVE 'N' TO WS-JRNL-FAIL-SWITCH.
001178     MOVE 'N' TO WS-DECEASED-REF-SWITCH.
001179     MOVE 'N' TO WS-REPLACED-REF-SWITCH.
001180     EVALUATE TRUE
001190         WHEN WS-ACTION-SHOW
001200             CONTINUE
001360             MOVE 'PESEL0035I PESEL NOT ON CUSTMAS' TO M2MSGO
001362         WHEN WS-ERASED-REFUSED
001364             MOVE 'PESEL0073E ERASED RECORD - CHANGES REFUSED'
001365                 TO M2MSGO
001366         WHEN WS-REPLACED-REFUSED
001367             PERFORM 2600-READ-XREF THRU 2600-EXIT
001368         WHEN WS-DECEASED-REFUSED
001369             MOVE 'PESEL0095E DECEASED - STATUS CHANGE REFUSED'
001370                 TO M2MSGO
001372         WHEN WS-JRNL-FAILED
001374             MOVE 'PESEL0078E CHANGE NOT JOURNALED - BACKED OUT'
001376                 TO M2MSGO
001377         WHEN WS-ACTION-UPDATE AND NOT CM-ADDRESS-OK
001378             PERFORM 3250-ADDRESS-WARNING THRU 3250-EXIT
001379         WHEN WS-ACTION-UPDATE
001380             MOVE 'PESEL0036I NAME/ADDRESS UPDATED' TO M2MSGO
001390         WHEN WS-ACTION-DEACTIVATE
001400             MOVE 'PESEL0037I RECORD DEACTIVATED'   TO M2MSGO
001410         WHEN WS-ACTION-REACTIVATE
001420             MOVE 'PESEL0038I RECORD REACTIVATED'   TO M2MSGO
001423         WHEN WS-ACTION-SHOW AND CM-SUPERSEDED
001426             PERFORM 2600-READ-XREF THRU 2600-EXIT
001427         WHEN WS-ACTION-SHOW AND NOT CM-ADDRESS-OK
001428                 AND NOT CM-ERASED
001429             PERFORM 3250-ADDRESS-WARNING THRU 3250-EXIT
001430         WHEN WS-ACTION-SHOW
001440             MOVE SPACES TO M2MSGO
001450         WHEN OTHER
001700     EXIT.
001710
001720*================================================================
001721*    2600-READ-XREF
001722*    LOOKS UP WHERE A RENUMBERED KEY WENT.  PESELRAP WRITES THE
001723*    CROSS-REFERENCE IN THE SAME STEP THAT SUPERSEDES THE KEY, SO
001724*    A MISSING ONE MEANS THAT STEP FAILED PART-WAY - THE CSR IS
001725*    SENT TO ITS REPORT RATHER THAN SHOWN A BLANK NUMBER.
001726*================================================================
001727 2600-READ-XREF.
001728     MOVE WS-PESEL TO CX-OLD-PESEL.
001729     EXEC CICS READ FILE('CUSTXREF')
001730         INTO(CUSTOMER-XREF-RECORD)
001731         RIDFLD(CX-OLD-PESEL)
001732         RESP(WS-RESP)
001733     END-EXEC.
001734     IF WS-RESP = DFHRESP(NORMAL)
001735         MOVE CX-NEW-PESEL TO WS-REPLACED-PESEL
001736         MOVE WS-REPLACED-MSG TO M2MSGO
001737     ELSE
001738         MOVE 'PESEL0096E NUMBER REPLACED - SEE PESELRAR REPORT'
001739             TO M2MSGO
001740     END-IF.
001741 2600-EXIT.
001742     EXIT.
001743
001744*================================================================
001746*    3000-APPLY-UPDATE
001748*    READS THE RECORD FOR UPDATE AND REWRITES IT WITH THE KEYED
001750*    NAME AND ADDRESS.  A FIELD THE CSR LEFT UNTOUCHED (LENGTH
001760*    ZERO FROM BMS) KEEPS ITS ON-FILE VALUE, SO A NAME CAN BE
001770*    CORRECTED WITHOUT RETYPING THE ADDRESS AND VICE VERSA.
001772*    AN ERASED RECORD (PESELERA) IS NEVER REWRITTEN - KEYING A
001774*    NAME BACK ONTO IT WOULD UNDO THE ERASURE.  A REWRITE THAT
001776*    ACTUALLY CHANGED THE RECORD IS JOURNALED AS A CHANGE.
001777*    A KEYED ADDRESS IS CHECKED BEFORE THE REWRITE AND SAVED
001778*    WHETHER IT PASSES OR NOT, WITH CM-ADDRESS-FLAG SET TO SAY
001779*    WHY IT FAILED.  AN ADDRESS LEFT UNTOUCHED KEEPS ITS FLAG.
001781*    A SUPERSEDED (RENUMBERED) KEY IS REFUSED THE SAME WAY - THE
001783*    CUSTOMER NOW LIVES UNDER THE NEW PESEL.
001785*================================================================
001790 3000-APPLY-UPDATE.
001800     MOVE WS-PESEL TO CM-PESEL.
001810     EXEC CICS READ FILE('CUSTMAS')
001890     END-IF.
001892     IF CM-ERASED
001894         MOVE 'Y' TO WS-ERASED-REF-SWITCH
001895         GO TO 3000-EXIT
001896     END-IF.
001897     IF CM-SUPERSEDED
001898         MOVE 'Y' TO WS-REPLACED-REF-SWITCH
001900         GO TO 3000-EXIT
001902     END-IF.
001904     MOVE CUSTOMER-MASTER-RECORD TO WS-JRNL-BEFORE.
001906     IF M2NAMEL > 0
001910         MOVE M2NAMEI TO CM-CUSTOMER-NAME
001920     END-IF.
001930     IF M2ADDRL > 0
001940         MOVE M2ADDRI TO CM-ADDRESS
001942         MOVE CM-ADDRESS TO WS-AC-ADDRESS
001944         MOVE 'Y' TO WS-POSTCODE-OPEN-SWITCH
001946         PERFORM 3210-CLASSIFY-ADDRESS THRU 3210-EXIT
001948         MOVE WS-AC-FLAG TO CM-ADDRESS-FLAG
001950     END-IF.
001960     EXEC CICS REWRITE FILE('CUSTMAS')
001970         FROM(CUSTOMER-MASTER-RECORD)
001980         RESP(WS-RESP)
001990     END-EXEC.
001991     IF WS-RESP = DFHRESP(NORMAL)
001992             AND CUSTOMER-MASTER-RECORD NOT = WS-JRNL-BEFORE
001993         MOVE 'C' TO WS-JRNL-ACTION
001994         PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT
001995     END-IF.
002000 3000-EXIT.
002010     EXIT.
002020
002060*    CM-STATUS-FLAG - 'I' TO DEACTIVATE A RECORD ADDED IN ERROR,
002070*    'A' TO PUT IT BACK IN SERVICE.  AN ERASED RECORD KEEPS ITS
002072*    'E' - REACTIVATING (OR EVEN DEACTIVATING) IT WOULD WIPE
002074*    THE ERASURE MARKER.  A REAL STATUS FLIP IS JOURNALED AS A
002075*    DEACTIVATION OR REACTIVATION.  A DECEASED FLAG COMES ONLY
002076*    FROM THE REGISTRY AND A SUPERSEDED KEY IS NO LONGER THE
002077*    CUSTOMER'S, SO NEITHER STATUS CAN BE FLIPPED FROM HERE.
002080*================================================================
002090 3100-APPLY-STATUS.
002100     MOVE WS-PESEL TO CM-PESEL.
002190     END-IF.
002192     IF CM-ERASED
002194         MOVE 'Y' TO WS-ERASED-REF-SWITCH
002195         GO TO 3100-EXIT
002196     END-IF.
002197     IF CM-SUPERSEDED
002198         MOVE 'Y' TO WS-REPLACED-REF-SWITCH
002199         GO TO 3100-EXIT
002200     END-IF.
002201     IF CM-DECEASED
002202         MOVE 'Y' TO WS-DECEASED-REF-SWITCH
002203         GO TO 3100-EXIT
002204     END-IF.
002205     MOVE CUSTOMER-MASTER-RECORD TO WS-JRNL-BEFORE.
002206     MOVE WS-NEW-STATUS TO CM-STATUS-FLAG.
002210     EXEC CICS REWRITE FILE('CUSTMAS')
002220         FROM(CUSTOMER-MASTER-RECORD)
002230         RESP(WS-RESP)
002240     END-EXEC.
002241     IF WS-RESP = DFHRESP(NORMAL)
002242             AND CUSTOMER-MASTER-RECORD NOT = WS-JRNL-BEFORE
002243         IF WS-NEW-STATUS = 'I'
002244             MOVE 'I' TO WS-JRNL-ACTION
002245         ELSE
002246             MOVE 'R' TO WS-JRNL-ACTION
002247         END-IF
002248         PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT
002249     END-IF.
002250 3100-EXIT.
002251     EXIT.
002252
002253*================================================================
002254*    3210-CLASSIFY-ADDRESS
002255*    SETS WS-AC-FLAG FOR THE ADDRESS IN WS-AC-ADDRESS.  THE
002256*    POSTAL CODE IS THE FIRST NN-NNN STANDING ON ITS OWN (START
002257*    OF FIELD, SPACE, OR COMMA EITHER SIDE).  FAILING THAT, A
002258*    FIVE-DIGIT RUN OR A MISPLACED HYPHEN ("00950", "009-50")
002259*    MEANS A CODE WAS KEYED BADLY (F); NOTHING OF THE KIND
002260*    MEANS NO CODE AT ALL (M).  THE TOWN IS WHATEVER FOLLOWS THE
002261*    CODE.  WITHOUT POSTCODE THE CHECK STOPS AT THE CODE'S FORM.
002262*================================================================
002263 3210-CLASSIFY-ADDRESS.
002264     MOVE SPACE  TO WS-AC-FLAG.
002265     MOVE SPACES TO WS-AC-CODE.
002266     MOVE SPACES TO WS-AC-TOWN-TEXT.
002267     IF WS-AC-ADDRESS = SPACES
002268         MOVE 'B' TO WS-AC-FLAG
002269         GO TO 3210-EXIT
002270     END-IF.
002271     INSPECT WS-AC-ADDRESS
002272         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
002273     MOVE 0 TO WS-AC-CODE-POS.
002274     MOVE 0 TO WS-AC-NEAR-POS.
002275     PERFORM 3220-TEST-POSITION THRU 3220-EXIT
002276         VARYING WS-AC-POS FROM 1 BY 1
002277         UNTIL WS-AC-POS > 35 OR WS-AC-CODE-POS > 0.
002278     IF WS-AC-CODE-POS = 0
002279         IF WS-AC-NEAR-POS > 0
002280             MOVE 'F' TO WS-AC-FLAG
002281         ELSE
002282             MOVE 'M' TO WS-AC-FLAG
002283         END-IF
002284         GO TO 3210-EXIT
002285     END-IF.
002286     MOVE WS-AC-ADDRESS(WS-AC-CODE-POS:6) TO WS-AC-CODE.
002287     MOVE SPACES TO WS-AC-REST.
002288     IF WS-AC-CODE-POS < 35
002289         MOVE WS-AC-ADDRESS(WS-AC-CODE-POS + 6:) TO WS-AC-REST
002290     END-IF.
002291     MOVE 0 TO WS-AC-LEAD.
002292     INSPECT WS-AC-REST TALLYING WS-AC-LEAD FOR LEADING SPACES.
002293     IF WS-AC-LEAD < 40
002294         MOVE WS-AC-REST(WS-AC-LEAD + 1:) TO WS-AC-TOWN-TEXT
002295     END-IF.
002296     IF NOT WS-POSTCODE-AVAILABLE
002297         GO TO 3210-EXIT
002298     END-IF.
002299     PERFORM 3230-LOOKUP-POSTAL-CODE THRU 3230-EXIT.
002300 3210-EXIT.
002301     EXIT.
002302
002303*================================================================
002304*    3220-TEST-POSITION
002305*    ONE SCAN POSITION.  A WELL-FORMED CODE ENDS THE SCAN; THE
002306*    FIRST NEAR MISS IS ONLY REMEMBERED, SINCE A GOOD CODE MAY
002307*    STILL FOLLOW IT (A HOUSE NUMBER SUCH AS "5-7" IS NEITHER).
002308*================================================================
002309 3220-TEST-POSITION.
002310     IF WS-AC-ADDRESS(WS-AC-POS:2) IS NUMERIC
002311             AND WS-AC-ADDRESS(WS-AC-POS + 2:1) = "-"
002312             AND WS-AC-ADDRESS(WS-AC-POS + 3:3) IS NUMERIC
002313         IF WS-AC-POS > 1
002314             IF WS-AC-ADDRESS(WS-AC-POS - 1:1) NOT = SPACE
002315                     AND WS-AC-ADDRESS(WS-AC-POS - 1:1) NOT = ","
002316                 GO TO 3220-NEAR
002317             END-IF
002318         END-IF
002319         IF WS-AC-POS < 35
002320             IF WS-AC-ADDRESS(WS-AC-POS + 6:1) NOT = SPACE
002321                     AND WS-AC-ADDRESS(WS-AC-POS + 6:1) NOT = ","
002322                 GO TO 3220-NEAR
002323             END-IF
002324         END-IF
002325         MOVE WS-AC-POS TO WS-AC-CODE-POS
002326         GO TO 3220-EXIT
002327     END-IF.
002328 3220-NEAR.
002329     IF WS-AC-NEAR-POS > 0
002330         GO TO 3220-EXIT
002331     END-IF.
002332     IF WS-AC-ADDRESS(WS-AC-POS:5) IS NUMERIC
002333         MOVE WS-AC-POS TO WS-AC-NEAR-POS
002334         GO TO 3220-EXIT
002335     END-IF.
002336     IF WS-AC-ADDRESS(WS-AC-POS:2) IS NUMERIC
002337             AND WS-AC-ADDRESS(WS-AC-POS + 2:1) = "-"
002338             AND WS-AC-ADDRESS(WS-AC-POS + 3:3) IS NUMERIC
002339         MOVE WS-AC-POS TO WS-AC-NEAR-POS
002340         GO TO 3220-EXIT
002341     END-IF.
002342     IF WS-AC-ADDRESS(WS-AC-POS:1) IS NUMERIC
002343             AND WS-AC-ADDRESS(WS-AC-POS + 1:1) = "-"
002344             AND WS-AC-ADDRESS(WS-AC-POS + 2:3) IS NUMERIC
002345         MOVE WS-AC-POS TO WS-AC-NEAR-POS
002346         GO TO 3220-EXIT
002347     END-IF.
002348     IF WS-AC-ADDRESS(WS-AC-POS:3) IS NUMERIC
002349             AND WS-AC-ADDRESS(WS-AC-POS + 3:1) = "-"
002350             AND WS-AC-ADDRESS(WS-AC-POS + 4:2) IS NUMERIC
002351         MOVE WS-AC-POS TO WS-AC-NEAR-POS
002352     END-IF.
002353 3220-EXIT.
002354     EXIT.
002355
002356*================================================================
002357*    3230-LOOKUP-POSTAL-CODE
002358*    BROWSES THE REFERENCE ENTRIES FOR THE CODE.  NONE MEANS THE
002359*    CODE DOES NOT EXIST (U).  OTHERWISE THE ADDRESS PASSES IF
002360*    THE TEXT AFTER THE CODE STARTS WITH ONE OF THE CODE'S TOWNS
002361*    FOLLOWED BY A SPACE, A COMMA, OR NOTHING, AND IS A TOWN
002362*    MISMATCH (T) IF NOT - A MISSING TOWN INCLUDED.  POSTCODE
002363*    CLOSED OR DISABLED (IT IS CLOSED WHILE PESELPCL RELOADS IT)
002364*    LEAVES THE ADDRESS CHECKED FOR FORM ONLY.
002365*================================================================
002366 3230-LOOKUP-POSTAL-CODE.
002367     MOVE 'U' TO WS-AC-FLAG.
002368     MOVE WS-AC-CODE TO PN-POSTAL-CODE.
002369     MOVE SPACES     TO PN-TOWN.
002370     EXEC CICS STARTBR FILE('POSTCODE')
002371         RIDFLD(PN-KEY)
002372         GTEQ
002373         RESP(WS-RESP)
002374     END-EXEC.
002375     IF WS-RESP = DFHRESP(NOTFND)
002376         GO TO 3230-EXIT
002377     END-IF.
002378     IF WS-RESP NOT = DFHRESP(NORMAL)
002379         MOVE SPACE TO WS-AC-FLAG
002380         MOVE 'N' TO WS-POSTCODE-OPEN-SWITCH
002381         GO TO 3230-EXIT
002382     END-IF.
002383     MOVE 'N' TO WS-AC-BROWSE-SWITCH.
002384     PERFORM 3235-MATCH-ONE-TOWN THRU 3235-EXIT
002385         UNTIL WS-AC-BROWSE-DONE.
002386     EXEC CICS ENDBR FILE('POSTCODE')
002387         RESP(WS-RESP)
002388     END-EXEC.
002389 3230-EXIT.
002390     EXIT.
002391
002392 3235-MATCH-ONE-TOWN.
002393     EXEC CICS READNEXT FILE('POSTCODE')
002394         INTO(POSTAL-CODE-RECORD)
002395         RIDFLD(PN-KEY)
002396         RESP(WS-RESP)
002397     END-EXEC.
002398     IF WS-RESP NOT = DFHRESP(NORMAL)
002399         MOVE 'Y' TO WS-AC-BROWSE-SWITCH
002400         GO TO 3235-EXIT
002401     END-IF.
002402     IF PN-POSTAL-CODE NOT = WS-AC-CODE
002403         MOVE 'Y' TO WS-AC-BROWSE-SWITCH
002404         GO TO 3235-EXIT
002405     END-IF.
002406     MOVE 'T' TO WS-AC-FLAG.
002407     PERFORM 3240-TEST-TOWN THRU 3240-EXIT.
002408     IF WS-AC-ADDRESS-OK
002409         MOVE 'Y' TO WS-AC-BROWSE-SWITCH
002410     END-IF.
002411 3235-EXIT.
002412     EXIT.
002413
002414*================================================================
002415*    3240-TEST-TOWN
002416*    CLEARS WS-AC-FLAG WHEN THE TEXT AFTER THE CODE STARTS WITH
002417*    THE REFERENCE TOWN IN PN-TOWN, FOLLOWED BY A SPACE, A
002418*    COMMA, OR NOTHING.
002419*================================================================
002420 3240-TEST-TOWN.
002421     IF PN-TOWN-LENGTH NOT NUMERIC
002422             OR PN-TOWN-LENGTH = 0 OR PN-TOWN-LENGTH > 30
002423         GO TO 3240-EXIT
002424     END-IF.
002425     IF WS-AC-TOWN-TEXT(1:PN-TOWN-LENGTH) =
002426             PN-TOWN(1:PN-TOWN-LENGTH)
002427         IF WS-AC-TOWN-TEXT(PN-TOWN-LENGTH + 1:1) = SPACE
002428                 OR WS-AC-TOWN-TEXT(PN-TOWN-LENGTH + 1:1) = ","
002429             MOVE SPACE TO WS-AC-FLAG
002430         END-IF
002431     END-IF.
002432 3240-EXIT.
002433     EXIT.
002434
002435*================================================================
002436*    3250-ADDRESS-WARNING
002437*    TELLS THE CSR WHAT IS WRONG WITH THE ADDRESS ON FILE.  THE
002438*    RECORD IS SAVED EITHER WAY - THIS ONLY PROMPTS A FIX.
002439*================================================================
002440 3250-ADDRESS-WARNING.
002441     EVALUATE TRUE
002442         WHEN CM-ADDRESS-BLANK
002443             MOVE 'PESEL0188W ADDRESS IS BLANK' TO M2MSGO
002444         WHEN CM-ADDRESS-NO-CODE
002445             MOVE 'PESEL0188W ADDRESS HAS NO POSTAL CODE (NN-NNN)'
002446                 TO M2MSGO
002447         WHEN CM-ADDRESS-BAD-CODE
002448             MOVE 'PESEL0188W POSTAL CODE NOT IN NN-NNN FORM'
002449                 TO M2MSGO
002450         WHEN CM-ADDRESS-UNKNOWN-CODE
002451             MOVE 'PESEL0188W POSTAL CODE NOT ON REFERENCE LIST'
002452                 TO M2MSGO
002453         WHEN CM-ADDRESS-TOWN-MISMATCH
002454             MOVE 'PESEL0188W TOWN DOES NOT MATCH POSTAL CODE'
002455                 TO M2MSGO
002456         WHEN OTHER
002457             MOVE 'PESEL0188W ADDRESS FLAGGED - CHECK POSTAL CODE'
002458                 TO M2MSGO
002459     END-EVALUATE.
002460 3250-EXIT.
002461     EXIT.
002462
002463*================================================================
002464*    3600-WRITE-JOURNAL
002465*    WRITES THE CUSTJRNL ENTRY FOR THE CHANGE JUST REWRITTEN -
002466*    BEFORE IMAGE, AFTER IMAGE, TRANSACTION, SIGNED-ON USER,
002467*    TERMINAL, AND THE CUSTOMER'S BRANCH.  A DUPLICATE KEY
002468*    (SAME PESEL, SAME HUNDREDTH OF A SECOND) BUMPS THE SEQUENCE
002469*    AND RETRIES.  ANY OTHER FAILURE ROLLS BACK THE UNIT OF WORK
002470*    SO THE CUSTMAS REWRITE IS BACKED OUT WITH IT - A CHANGE
002471*    MUST NEVER REACH THE MASTER UNJOURNALED.
002472*================================================================
002473 3600-WRITE-JOURNAL.
002474     EXEC CICS ASSIGN
002475         USERID(WS-USERID)
002476         RESP(WS-RESP)
002477     END-EXEC.
002478     IF WS-RESP NOT = DFHRESP(NORMAL)
002479         MOVE SPACES TO WS-USERID
002480     END-IF.
002481     MOVE SPACES                  TO CUSTOMER-JOURNAL-RECORD.
002482     MOVE CM-PESEL                TO CJ-PESEL.
002483     MOVE FUNCTION CURRENT-DATE   TO WS-TS-RAW.
002484     MOVE WS-TS-RAW(1:16)         TO CJ-STAMP.
002485     MOVE 0                       TO CJ-SEQ.
002486     STRING WS-TS-RAW(1:4)  "-" WS-TS-RAW(5:2)  "-"
002487            WS-TS-RAW(7:2)  " " WS-TS-RAW(9:2)  ":"
002488            WS-TS-RAW(11:2) ":" WS-TS-RAW(13:2)
002489         DELIMITED BY SIZE INTO WS-TS-DISP.
002490     MOVE WS-TS-DISP              TO CJ-TIMESTAMP.
002491     MOVE WS-JRNL-ACTION          TO CJ-ACTION.
002492     MOVE WS-TRANID               TO CJ-SOURCE.
002493     MOVE WS-USERID               TO CJ-USER-ID.
002494     MOVE EIBTRMID                TO CJ-TERMINAL.
002495     MOVE CM-SOURCE-BRANCH        TO CJ-BRANCH.
002496     MOVE WS-JRNL-BEFORE          TO CJ-BEFORE-IMAGE.
002497     MOVE CUSTOMER-MASTER-RECORD  TO CJ-AFTER-IMAGE.
002498     MOVE WS-JRNL-BEFORE(95:1)    TO CJB-ADDRESS-FLAG.
002499     MOVE CM-ADDRESS-FLAG         TO CJA-ADDRESS-FLAG.
002500 3600-PUT.
002501     EXEC CICS WRITE FILE('CUSTJRNL')
002502         FROM(CUSTOMER-JOURNAL-RECORD)
002503         RIDFLD(CJ-KEY)
002504         RESP(WS-RESP)
002505     END-EXEC.
002506     IF WS-RESP = DFHRESP(DUPREC) AND CJ-SEQ < 99
002507         ADD 1 TO CJ-SEQ
002508         GO TO 3600-PUT
002509     END-IF.
002510     IF WS-RESP NOT = DFHRESP(NORMAL)
002511         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
002512         MOVE 'Y' TO WS-JRNL-FAIL-SWITCH
002513     END-IF.
002514 3600-EXIT.
002515     EXIT.
002516
002517*================================================================
002518*    4000-BUILD-OUTPUT-MAP
002519*================================================================
002520 4000-BUILD-OUTPUT-MAP.
002521     MOVE LOW-VALUES TO PESELM2O.
002522     MOVE WS-PESEL TO M2PESINO.
002523     IF WS-CUSTOMER-FOUND
002524         MOVE CM-CUSTOMER-NAME TO M2NAMEO
002525         MOVE CM-ADDRESS       TO M2ADDRO
002526         MOVE CM-DATE-ADDED    TO M2ADDEDO
002527         EVALUATE TRUE
002528             WHEN CM-ERASED
002529                 MOVE 'ERASED'   TO M2STATO
002530             WHEN CM-DECEASED
002531                 MOVE 'DECEASED' TO M2STATO
002532             WHEN CM-SUPERSEDED
002533                 MOVE 'REPLACED' TO M2STATO
002534             WHEN CM-INACTIVE
002535                 MOVE 'INACTIVE' TO M2STATO
002536             WHEN OTHER
002537                 MOVE 'ACTIVE'   TO M2STATO
002538         END-EVALUATE
002539     ELSE
002540         MOVE SPACES           TO M2NAMEO
002541         MOVE SPACES           TO M2ADDRO
002542         MOVE SPACES           TO M2ADDEDO
002543         MOVE SPACES           TO M2STATO
002544     END-IF.
002545 4000-EXIT.
002546     EXIT.
002547
002548*================================================================
002549*    5000-REDISPLAY-MAP
002550*================================================================
002551 5000-REDISPLAY-MAP.
002560     EXEC CICS SEND MAP(WS-MAPNAME)
002570         MAPSET(WS-MAPSETNAME)
002580         FROM(PESELM2O)
