000130*                 MASTER RECORD (IF ON FILE) AND THE MOST RECENT
000140*                 AUDITLOG ENTRY FOR THAT PESEL, WITHOUT TYING UP
000150*                 A CICS TASK WHILE WAITING ON TERMINAL INPUT.
000151* 2026-10-15  RS  HISTORY OPTION - KEYING 'H' LISTS THE CUSTMAS
000152*                 CHANGE JOURNAL (CUSTJRNL) ENTRIES FOR THE PESEL,
000153*                 OLDEST FIRST, TEN TO A PAGE: WHEN, WHAT ACTION,
000154*                 WHICH PROGRAM OR TRANSACTION, WHO, AND WHICH
000155*                 FIELDS CHANGED.  ENTER AGAIN PAGES FORWARD.  THE
000156*                 COMMAREA NOW CARRIES THE KEY TO RESUME FROM.
000157* 2026-10-15  RS  HISTORY SHOWS A REGISTRY NUMBER CHANGE
000158*                 (PESELRAP) AS "RENUMBER" UNDER THE OLD PESEL
000159*                 AND AS AN ADD "FROM" THE OLD PESEL UNDER THE
000160*                 NEW ONE.
000165*================================================================
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000190 SOURCE-COMPUTER.   IBM-370.
000420 01  WS-AUD-BROWSE-KEY        PIC 9(11).
000430 01  WS-AUD-LAST-RECORD       PIC X(80).
000440
000441*----------------------------------------------------------------
000442* KEY FOR BROWSING THE CUSTMAS CHANGE JOURNAL.  THE JOURNAL KEY
000443* LEADS WITH THE PESEL, SO A GENERIC BROWSE FROM PESEL + ZEROS
000444* RETURNS THAT CUSTOMER'S ENTRIES OLDEST FIRST.  A PAGE HOLDS
000445* TEN; THE ELEVENTH ENTRY'S KEY IS KEPT IN THE COMMAREA AS THE
000446* START OF THE NEXT PAGE.
000447*----------------------------------------------------------------
000448 01  WS-HIST-BROWSE-KEY       PIC X(29).
000449 01  WS-HIST-SUB              PIC S9(4) COMP.
000450
000451 01  WS-HIST-LINE.
000452     05  HST-TIMESTAMP        PIC X(19).
000453     05  FILLER               PIC X(01) VALUE SPACES.
000454     05  HST-ACTION           PIC X(10).
000455     05  FILLER               PIC X(01) VALUE SPACES.
000456     05  HST-SOURCE           PIC X(08).
000457     05  FILLER               PIC X(01) VALUE SPACES.
000458     05  HST-USER             PIC X(08).
000459     05  FILLER               PIC X(01) VALUE SPACES.
000460     05  HST-CHANGED          PIC X(30).
000461
000462 01  WS-HIST-PTR              PIC S9(4) COMP.
000463
000465 01  WS-SWITCHES.
000467     05  WS-CUSTOMER-SWITCH   PIC X(01) VALUE 'N'.
000470         88  WS-CUSTOMER-FOUND      VALUE 'Y'.
000480     05  WS-AUDIT-SWITCH      PIC X(01) VALUE 'N'.
000490         88  WS-AUDIT-FOUND         VALUE 'Y'.
000500     05  WS-AUD-BROWSE-SWITCH PIC X(01) VALUE 'N'.
000510         88  WS-AUD-BROWSE-DONE     VALUE 'Y'.
000511     05  WS-HIST-BROWSE-SWITCH PIC X(01) VALUE 'N'.
000512         88  WS-HIST-BROWSE-DONE    VALUE 'Y'.
000513     05  WS-HIST-MORE-SWITCH  PIC X(01) VALUE 'N'.
000514         88  WS-HIST-MORE           VALUE 'Y'.
000515     05  WS-HIST-REQ-SWITCH   PIC X(01) VALUE 'N'.
000516         88  WS-HIST-REQUESTED      VALUE 'Y'.
000520
000530     COPY CUSTMAS.
000540     COPY AUDITLOG.
000545     COPY CUSTJRNL.
000550     COPY PESELMAP.
000560
000570*----------------------------------------------------------------
000580* COMMAREA PASSED BACK TO THIS PROGRAM ON THE NEXT PSEUDO-
000590* CONVERSATIONAL TURN.  THE INQUIRY ITSELF IS STATELESS FROM ONE
000600* LOOKUP TO THE NEXT; THE ONLY STATE CARRIED IS WHERE THE NEXT
000610* CHANGE-HISTORY PAGE STARTS (SPACES WHEN THERE IS NO NEXT PAGE).
000620*----------------------------------------------------------------
000630 01  WS-COMMAREA.
000640     05  WS-CA-LAST-PESEL     PIC 9(11).
000645     05  WS-CA-HIST-NEXT-KEY  PIC X(29).
000650
000660 LINKAGE SECTION.
000670 01  DFHCOMMAREA              PIC X(40).
000680
000690 PROCEDURE DIVISION.
000700*================================================================
000910 1000-SEND-INITIAL-MAP.
000920     MOVE LOW-VALUES TO PESELM1O.
000930     MOVE ZEROS TO WS-CA-LAST-PESEL.
000935     MOVE SPACES TO WS-CA-HIST-NEXT-KEY.
000940     EXEC CICS SEND MAP(WS-MAPNAME)
000950         MAPSET(WS-MAPSETNAME)
000960         FROM(PESELM1O)
001150         PERFORM 4000-REDISPLAY-MAP THRU 4000-EXIT
001160     ELSE
001170         MOVE PESINI TO WS-PESEL
001172         MOVE 'N' TO WS-HIST-REQ-SWITCH
001174         IF PESOPTI = 'H' OR PESOPTI = 'h'
001176             MOVE 'Y' TO WS-HIST-REQ-SWITCH
001178         END-IF
001180         PERFORM 2500-LOOKUP-CUSTOMER-MASTER THRU 2500-EXIT
001190         PERFORM 2600-LOOKUP-LAST-AUDIT THRU 2600-EXIT
001200         PERFORM 3000-BUILD-OUTPUT-MAP THRU 3000-EXIT
001201         IF WS-HIST-REQUESTED
001202             PERFORM 2700-LOAD-HISTORY-PAGE THRU 2700-EXIT
001203         ELSE
001204             MOVE SPACES TO WS-CA-HIST-NEXT-KEY
001205         END-IF
001210         MOVE WS-PESEL TO WS-CA-LAST-PESEL
001220         PERFORM 4000-REDISPLAY-MAP THRU 4000-EXIT
001230     END-IF.
001910     EXIT.
001920
001930*================================================================
001931*    2700-LOAD-HISTORY-PAGE
001932*    FILLS THE TEN HISTORY LINES FROM THE CUSTMAS CHANGE JOURNAL.
001933*    THE SAME PESEL KEYED AGAIN WITH A NEXT-PAGE KEY IN THE
001934*    COMMAREA CONTINUES FROM THERE; ANYTHING ELSE STARTS FROM THE
001935*    OLDEST ENTRY.  AN ELEVENTH ENTRY IS NOT SHOWN - ITS KEY
001936*    BECOMES THE START OF THE NEXT PAGE.
001937*================================================================
001938 2700-LOAD-HISTORY-PAGE.
001939     MOVE 'N' TO WS-HIST-BROWSE-SWITCH.
001940     MOVE 'N' TO WS-HIST-MORE-SWITCH.
001941     MOVE 0   TO WS-HIST-SUB.
001942     IF WS-PESEL = WS-CA-LAST-PESEL
001943             AND WS-CA-HIST-NEXT-KEY NOT = SPACES
001944             AND WS-CA-HIST-NEXT-KEY NOT = LOW-VALUES
001945         MOVE WS-CA-HIST-NEXT-KEY TO WS-HIST-BROWSE-KEY
001946     ELSE
001947         MOVE WS-PESEL TO CJ-PESEL
001948         MOVE 0        TO CJ-STAMP
001949         MOVE 0        TO CJ-SEQ
001950         MOVE CJ-KEY   TO WS-HIST-BROWSE-KEY
001951     END-IF.
001952     MOVE SPACES TO WS-CA-HIST-NEXT-KEY.
001953     EXEC CICS STARTBR FILE('CUSTJRNL')
001954         RIDFLD(WS-HIST-BROWSE-KEY)
001955         GTEQ
001956         RESP(WS-RESP)
001957     END-EXEC.
001958     IF WS-RESP = DFHRESP(NORMAL)
001959         PERFORM 2750-READ-NEXT-HISTORY THRU 2750-EXIT
001960             UNTIL WS-HIST-BROWSE-DONE
001961         EXEC CICS ENDBR FILE('CUSTJRNL') END-EXEC
001962     END-IF.
001963     EVALUATE TRUE
001964         WHEN WS-HIST-SUB = 0
001965             MOVE 'PESEL0079I NO CHANGE HISTORY FOR THIS PESEL'
001966                 TO MSGLINEO
001967         WHEN WS-HIST-MORE
001968             MOVE 'PESEL0080I MORE HISTORY - ENTER FOR NEXT PAGE'
001969                 TO MSGLINEO
001970         WHEN OTHER
001971             MOVE 'PESEL0081I END OF CHANGE HISTORY' TO MSGLINEO
001972     END-EVALUATE.
001973     MOVE 'H' TO PESOPTO.
001974 2700-EXIT.
001975     EXIT.
001976
001977 2750-READ-NEXT-HISTORY.
001978     EXEC CICS READNEXT FILE('CUSTJRNL')
001979         INTO(CUSTOMER-JOURNAL-RECORD)
001980         RIDFLD(WS-HIST-BROWSE-KEY)
001981         RESP(WS-RESP)
001982     END-EXEC.
001983     IF WS-RESP NOT = DFHRESP(NORMAL)
001984             OR CJ-PESEL NOT = WS-PESEL
001985         MOVE 'Y' TO WS-HIST-BROWSE-SWITCH
001986         GO TO 2750-EXIT
001987     END-IF.
001988     IF WS-HIST-SUB = 10
001989         MOVE CJ-KEY TO WS-CA-HIST-NEXT-KEY
001990         MOVE 'Y' TO WS-HIST-MORE-SWITCH
001991         MOVE 'Y' TO WS-HIST-BROWSE-SWITCH
001992         GO TO 2750-EXIT
001993     END-IF.
001994     ADD 1 TO WS-HIST-SUB.
001995     PERFORM 2800-FORMAT-HISTORY-LINE THRU 2800-EXIT.
001996     MOVE WS-HIST-LINE TO PESHSTO(WS-HIST-SUB).
001997 2750-EXIT.
001998     EXIT.
001999
002000*================================================================
002001*    2800-FORMAT-HISTORY-LINE
002002*    ONE LINE PER JOURNAL ENTRY.  FOR A CHANGE THE LAST COLUMN
002003*    NAMES THE FIELDS THAT DIFFER BETWEEN THE BEFORE AND AFTER
002004*    IMAGES; THE IMAGES THEMSELVES ARE ON THE PESELJRH REPORT.
002005*================================================================
002006 2800-FORMAT-HISTORY-LINE.
002007     MOVE CJ-TIMESTAMP TO HST-TIMESTAMP.
002008     MOVE CJ-SOURCE    TO HST-SOURCE.
002009     MOVE CJ-USER-ID   TO HST-USER.
002010     MOVE SPACES       TO HST-CHANGED.
002011     EVALUATE TRUE
002012         WHEN CJ-ACTION-ADD
002013             MOVE 'ADD'        TO HST-ACTION
002014             MOVE 'NEW RECORD' TO HST-CHANGED
002015             IF CJ-LINKED-PESEL NOT = SPACES
002016                 STRING 'RENUMBERED FROM ' CJ-LINKED-PESEL
002017                     DELIMITED BY SIZE INTO HST-CHANGED
002018             END-IF
002019         WHEN CJ-ACTION-CHANGE
002020             MOVE 'CHANGE'     TO HST-ACTION
002021             MOVE 1 TO WS-HIST-PTR
002022             IF CJB-CUSTOMER-NAME NOT = CJA-CUSTOMER-NAME
002023                 STRING 'NAME ' DELIMITED BY SIZE
002024                     INTO HST-CHANGED WITH POINTER WS-HIST-PTR
002025             END-IF
002026             IF CJB-ADDRESS NOT = CJA-ADDRESS
002027                 STRING 'ADDRESS ' DELIMITED BY SIZE
002028                     INTO HST-CHANGED WITH POINTER WS-HIST-PTR
002029             END-IF
002030             IF CJB-STATUS-FLAG NOT = CJA-STATUS-FLAG
002031                 STRING 'STATUS ' CJB-STATUS-FLAG '>'
002032                         CJA-STATUS-FLAG DELIMITED BY SIZE
002033                     INTO HST-CHANGED WITH POINTER WS-HIST-PTR
002034             END-IF
002035         WHEN CJ-ACTION-DEACTIVATE
002036             MOVE 'DEACTIVATE' TO HST-ACTION
002037             MOVE 'STATUS'     TO HST-CHANGED
002038         WHEN CJ-ACTION-REACTIVATE
002039             MOVE 'REACTIVATE' TO HST-ACTION
002040             MOVE 'STATUS'     TO HST-CHANGED
002041         WHEN CJ-ACTION-ERASE
002042             MOVE 'ERASE'      TO HST-ACTION
002043             MOVE 'NAME/ADDRESS ERASED' TO HST-CHANGED
002044         WHEN CJ-ACTION-DELETE
002045             MOVE 'DELETE'     TO HST-ACTION
002046             MOVE 'RECORD DELETED' TO HST-CHANGED
002047         WHEN CJ-ACTION-RENUMBER
002048             MOVE 'RENUMBER'   TO HST-ACTION
002049             STRING 'RENUMBERED TO ' CJ-LINKED-PESEL
002050                 DELIMITED BY SIZE INTO HST-CHANGED
002051         WHEN OTHER
002052             MOVE CJ-ACTION    TO HST-ACTION
002053     END-EVALUATE.
002054 2800-EXIT.
002055     EXIT.
002056
002057*================================================================
002058*    3000-BUILD-OUTPUT-MAP
002059*================================================================
002060 3000-BUILD-OUTPUT-MAP.
002061     MOVE LOW-VALUES TO PESELM1O.
002062     MOVE WS-PESEL TO PESINO.
002063     IF WS-CUSTOMER-FOUND
002064         MOVE CM-CUSTOMER-NAME TO PESNAMEO
002065         MOVE CM-ADDRESS       TO PESADDRO
002066         MOVE CM-DATE-ADDED    TO PESADDO
002067     ELSE
002068         MOVE SPACES           TO PESNAMEO
002069         MOVE SPACES           TO PESADDRO
002070         MOVE SPACES           TO PESADDO
002071     END-IF.
002080     IF WS-AUDIT-FOUND
002090         MOVE AUD-RESULT       TO PESLASTO
002100         MOVE AUD-TIMESTAMP    TO PESLTSO
