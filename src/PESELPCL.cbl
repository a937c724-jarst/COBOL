000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PESELPCL.
000030 AUTHOR.        R-SZYMANSKI.
000040 INSTALLATION.  CUSTOMER-ONBOARDING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15  RS  ORIGINAL PROGRAM.  MONTHLY LOAD OF THE POSTAL-
000110*                 CODE REFERENCE (POSTCODE) FROM THE POCZTA
000120*                 POLSKA LIST OF POSTAL CODES (PNALIST, ONE
000130*                 SEMICOLON-SEPARATED ROW PER STREET RANGE:
000140*                 PNA;MIEJSCOWOSC;ULICA;NUMERY;GMINA;POWIAT;
000150*                 WOJEWODZTWO, WITH A HEADING ROW FIRST).  THE
000160*                 ROWS ARE CUT DOWN TO ONE ENTRY PER POSTAL CODE
000170*                 AND TOWN, SORTED, AND LOADED OVER THE OLD
000180*                 REFERENCE.  A ROW THAT CANNOT BE USED IS LISTED
000190*                 ON PESELPCR AND SKIPPED.  A LIST WITH NO USABLE
000200*                 ROW AT ALL IS REFUSED BEFORE POSTCODE IS OPENED,
000210*                 SO A BAD TRANSFER NEVER EMPTIES THE REFERENCE.
000220*================================================================
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000260 OBJECT-COMPUTER.   IBM-370.
000270
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT POSTAL-LIST-FILE
000310         ASSIGN TO "PNALIST"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PNALIST-STATUS.
000340
000350     SELECT POSTAL-CODE-FILE
000360         ASSIGN TO "POSTCODE"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS PN-KEY
000400         FILE STATUS IS WS-POSTCODE-STATUS.
000410
000420     SELECT SORT-WORK-FILE
000430         ASSIGN TO "SORTWK01".
000440
000450     SELECT POSTAL-LOAD-RPT-FILE
000460         ASSIGN TO "PESELPCR"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RPTFILE-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  POSTAL-LIST-FILE.
000530 01  POSTAL-LIST-RECORD          PIC X(250).
000540
000550 FD  POSTAL-CODE-FILE.
000560     COPY POSTCODE.
000570
000580*----------------------------------------------------------------
000590* ONE ENTRY PER USABLE PNALIST ROW, IN POSTCODE KEY ORDER.  THE
000600* LIST HAS A ROW PER STREET, SO THE SAME CODE AND TOWN COME IN
000610* MANY TIMES AND ONLY THE FIRST OF EACH IS LOADED.
000620*----------------------------------------------------------------
000630 SD  SORT-WORK-FILE.
000640 01  SP-RECORD.
000650     05  SP-KEY.
000660         10  SP-POSTAL-CODE   PIC X(06).
000670         10  SP-TOWN          PIC X(30).
000680     05  SP-TOWN-LENGTH       PIC 9(02).
000690     05  SP-PROVINCE          PIC X(20).
000700
000710 FD  POSTAL-LOAD-RPT-FILE.
000720 01  POSTAL-LOAD-RPT-RECORD      PIC X(100).
000730
000740 WORKING-STORAGE SECTION.
000750 77  WS-PNALIST-STATUS    PIC X(02) VALUE SPACES.
000760 77  WS-POSTCODE-STATUS   PIC X(02) VALUE SPACES.
000770 77  WS-RPTFILE-STATUS    PIC X(02) VALUE SPACES.
000780
000790 01  WS-SWITCHES.
000800     05  WS-PL-EOF-SWITCH     PIC X(01) VALUE 'N'.
000810         88  WS-END-OF-LIST          VALUE 'Y'.
000820     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE 'N'.
000830         88  WS-END-OF-SORT          VALUE 'Y'.
000840     05  WS-REFUSED-SWITCH    PIC X(01) VALUE 'N'.
000850         88  WS-LOAD-REFUSED         VALUE 'Y'.
000860
000870 01  WS-TS-RAW            PIC X(21).
000880 01  WS-LOAD-DATE         PIC 9(08).
000890 77  WS-PREV-KEY          PIC X(36) VALUE LOW-VALUES.
000900
000910*----------------------------------------------------------------
000920* ONE PNALIST ROW, SPLIT AT THE SEMICOLONS.  THE STREET, NUMBER
000930* RANGE, COMMUNE, AND COUNTY ARE NOT KEPT.  A TOWN IS LISTED
000940* WITH ITS DISTRICT IN BRACKETS, E.G. "WARSZAWA (MOKOTOW)" -
000950* ONLY THE PART BEFORE THE BRACKET IS WHAT GOES ON A LETTER.
000960*----------------------------------------------------------------
000970 01  WS-PL-ROW.
000980     05  WS-PL-CODE           PIC X(10).
000990     05  WS-PL-TOWN-RAW       PIC X(60).
001000     05  WS-PL-STREET         PIC X(60).
001010     05  WS-PL-NUMBERS        PIC X(60).
001020     05  WS-PL-COMMUNE        PIC X(40).
001030     05  WS-PL-COUNTY         PIC X(40).
001040     05  WS-PL-PROVINCE       PIC X(40).
001050 01  WS-PL-TOWN           PIC X(60).
001060 01  WS-PL-TOWN-PADDED    PIC X(62).
001070 01  WS-PL-TOWN-LENGTH    PIC 9(02) COMP.
001080 01  WS-PL-LEAD           PIC 9(02) COMP.
001090
001100 01  WS-LOWER-CASE        PIC X(26)
001110         VALUE "abcdefghijklmnopqrstuvwxyz".
001120 01  WS-UPPER-CASE        PIC X(26)
001130         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001140
001150 01  WS-STATS.
001160     05  WS-CNT-ROWS          PIC 9(7) COMP VALUE 0.
001170     05  WS-CNT-HEADING       PIC 9(7) COMP VALUE 0.
001180     05  WS-CNT-REJECTED      PIC 9(7) COMP VALUE 0.
001190     05  WS-CNT-USABLE        PIC 9(7) COMP VALUE 0.
001200     05  WS-CNT-DUPLICATE     PIC 9(7) COMP VALUE 0.
001210     05  WS-CNT-LOADED        PIC 9(7) COMP VALUE 0.
001220
001230 01  WS-REJ-LINE.
001240     05  FILLER               PIC X(05) VALUE "ROW  ".
001250     05  REJ-ROW              PIC ZZZZZZ9.
001260     05  FILLER               PIC X(02) VALUE SPACES.
001270     05  REJ-REASON           PIC X(24).
001280     05  FILLER               PIC X(02) VALUE SPACES.
001290     05  REJ-TEXT             PIC X(60).
001300
001310 01  WS-SUM-LINE.
001320     05  SUM-LABEL            PIC X(36).
001330     05  SUM-COUNT            PIC ZZZZZZ9.
001340
001350 PROCEDURE DIVISION.
001360*================================================================
001370*    0000-MAINLINE
001380*================================================================
001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001410     SORT SORT-WORK-FILE
001420         ON ASCENDING KEY SP-POSTAL-CODE SP-TOWN
001430         INPUT PROCEDURE IS 2000-READ-LIST
001440             THRU 2000-EXIT
001450         OUTPUT PROCEDURE IS 3000-LOAD-REFERENCE
001460             THRU 3000-EXIT.
001470     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001480     STOP RUN.
001490
001500*================================================================
001510*    1000-INITIALIZE
001520*================================================================
001530 1000-INITIALIZE.
001540     MOVE FUNCTION CURRENT-DATE TO WS-TS-RAW.
001550     MOVE WS-TS-RAW(1:8) TO WS-LOAD-DATE.
001560     OPEN INPUT POSTAL-LIST-FILE.
001570     IF WS-PNALIST-STATUS NOT = "00"
001580         DISPLAY "PESEL0190E PNALIST COULD NOT BE OPENED, "
001590             "FILE STATUS=" WS-PNALIST-STATUS
001600         MOVE 16 TO RETURN-CODE
001610         STOP RUN
001620     END-IF.
001630     OPEN OUTPUT POSTAL-LOAD-RPT-FILE.
001640     IF WS-RPTFILE-STATUS NOT = "00"
001650         DISPLAY "PESEL0191E PESELPCR COULD NOT BE OPENED, "
001660             "FILE STATUS=" WS-RPTFILE-STATUS
001670         MOVE 16 TO RETURN-CODE
001680         STOP RUN
001690     END-IF.
001700 1000-EXIT.
001710     EXIT.
001720
001730*================================================================
001740*    2000-READ-LIST
001750*    SORT INPUT.  EVERY USABLE PNALIST ROW IS RELEASED; THE REST
001760*    ARE LISTED ON PESELPCR.  THE HEADING ROW IS THE FIRST ROW
001770*    WHEN ITS FIRST COLUMN IS NOT A POSTAL CODE.
001780*================================================================
001790 2000-READ-LIST.
001800     PERFORM 2100-READ-ROW THRU 2100-EXIT.
001810     PERFORM 2200-TAKE-ROW THRU 2200-EXIT
001820         UNTIL WS-END-OF-LIST.
001830 2000-EXIT.
001840     EXIT.
001850
001860 2100-READ-ROW.
001870     READ POSTAL-LIST-FILE
001880         AT END
001890             MOVE 'Y' TO WS-PL-EOF-SWITCH
001900         NOT AT END
001910             ADD 1 TO WS-CNT-ROWS
001920     END-READ.
001930 2100-EXIT.
001940     EXIT.
001950
001960*================================================================
001970*    2200-TAKE-ROW
001980*    SPLITS ONE ROW AND CHECKS IT.  THE POSTAL CODE MUST BE
001990*    NN-NNN; THE TOWN MUST BE PRESENT AND FIT THE 30 BYTES OF
002000*    PN-TOWN, SINCE A CUT-DOWN TOWN WOULD NEVER MATCH AN ADDRESS.
002010*    TOWN AND PROVINCE ARE STORED IN UPPER CASE, AS THE ADDRESS
002020*    IS WHEN IT IS CHECKED.
002030*================================================================
002040 2200-TAKE-ROW.
002050     MOVE SPACES TO WS-PL-ROW.
002060     UNSTRING POSTAL-LIST-RECORD DELIMITED BY ";"
002070         INTO WS-PL-CODE WS-PL-TOWN-RAW WS-PL-STREET
002080              WS-PL-NUMBERS WS-PL-COMMUNE WS-PL-COUNTY
002090              WS-PL-PROVINCE.
002100     IF WS-PL-CODE(1:2) NOT NUMERIC
002110             OR WS-PL-CODE(3:1) NOT = "-"
002120             OR WS-PL-CODE(4:3) NOT NUMERIC
002130             OR WS-PL-CODE(7:4) NOT = SPACES
002140         IF WS-CNT-ROWS = 1
002150             ADD 1 TO WS-CNT-HEADING
002160             GO TO 2200-NEXT
002170         END-IF
002180         MOVE "POSTAL CODE NOT NN-NNN" TO REJ-REASON
002190         PERFORM 2300-REJECT-ROW THRU 2300-EXIT
002200         GO TO 2200-NEXT
002210     END-IF.
002220     MOVE SPACES TO WS-PL-TOWN.
002230     UNSTRING WS-PL-TOWN-RAW DELIMITED BY "("
002240         INTO WS-PL-TOWN.
002250     MOVE 0 TO WS-PL-LEAD.
002260     INSPECT WS-PL-TOWN TALLYING WS-PL-LEAD FOR LEADING SPACES.
002270     IF WS-PL-LEAD NOT < 60
002280         MOVE "TOWN MISSING" TO REJ-REASON
002290         PERFORM 2300-REJECT-ROW THRU 2300-EXIT
002300         GO TO 2200-NEXT
002310     END-IF.
002320     MOVE SPACES TO WS-PL-TOWN-PADDED.
002330     MOVE WS-PL-TOWN(WS-PL-LEAD + 1:) TO WS-PL-TOWN-PADDED.
002340     MOVE 0 TO WS-PL-TOWN-LENGTH.
002350     INSPECT WS-PL-TOWN-PADDED TALLYING WS-PL-TOWN-LENGTH
002360         FOR CHARACTERS BEFORE INITIAL "  ".
002370     IF WS-PL-TOWN-LENGTH > 30
002380         MOVE "TOWN LONGER THAN 30" TO REJ-REASON
002390         PERFORM 2300-REJECT-ROW THRU 2300-EXIT
002400         GO TO 2200-NEXT
002410     END-IF.
002420     INSPECT WS-PL-TOWN-PADDED
002430         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
002440     INSPECT WS-PL-PROVINCE
002450         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
002460     MOVE WS-PL-CODE(1:6)      TO SP-POSTAL-CODE.
002470     MOVE WS-PL-TOWN-PADDED    TO SP-TOWN.
002480     MOVE WS-PL-TOWN-LENGTH    TO SP-TOWN-LENGTH.
002490     MOVE WS-PL-PROVINCE       TO SP-PROVINCE.
002500     ADD 1 TO WS-CNT-USABLE.
002510     RELEASE SP-RECORD.
002520 2200-NEXT.
002530     PERFORM 2100-READ-ROW THRU 2100-EXIT.
002540 2200-EXIT.
002550     EXIT.
002560
002570 2300-REJECT-ROW.
002580     ADD 1 TO WS-CNT-REJECTED.
002590     MOVE WS-CNT-ROWS TO REJ-ROW.
002600     MOVE POSTAL-LIST-RECORD TO REJ-TEXT.
002610     MOVE WS-REJ-LINE TO POSTAL-LOAD-RPT-RECORD.
002620     WRITE POSTAL-LOAD-RPT-RECORD.
002630 2300-EXIT.
002640     EXIT.
002650
002660*================================================================
002670*    3000-LOAD-REFERENCE
002680*    SORT OUTPUT.  NOTHING USABLE MEANS THE LIST IS NOT WHAT WAS
002690*    EXPECTED (WRONG FILE, BROKEN TRANSFER), AND THE OLD
002700*    REFERENCE IS LEFT AS IT IS.  OTHERWISE POSTCODE IS OPENED
002710*    OUTPUT - WHICH EMPTIES THE REUSABLE CLUSTER - AND EACH CODE
002720*    AND TOWN IS WRITTEN ONCE.
002730*================================================================
002740 3000-LOAD-REFERENCE.
002750     IF WS-CNT-USABLE = 0
002760         DISPLAY "PESEL0193E PNALIST HAS NO USABLE ROWS - "
002770             "POSTCODE NOT RELOADED"
002780         MOVE 'Y' TO WS-REFUSED-SWITCH
002790         GO TO 3000-EXIT
002800     END-IF.
002810     OPEN OUTPUT POSTAL-CODE-FILE.
002820     IF WS-POSTCODE-STATUS NOT = "00"
002830         DISPLAY "PESEL0192E POSTCODE COULD NOT BE OPENED, "
002840             "FILE STATUS=" WS-POSTCODE-STATUS
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880     PERFORM 3100-RETURN-ENTRY THRU 3100-EXIT.
002890     PERFORM 3200-WRITE-ENTRY THRU 3200-EXIT
002900         UNTIL WS-END-OF-SORT.
002910     CLOSE POSTAL-CODE-FILE.
002920 3000-EXIT.
002930     EXIT.
002940
002950 3100-RETURN-ENTRY.
002960     RETURN SORT-WORK-FILE
002970         AT END
002980             MOVE 'Y' TO WS-SORT-EOF-SWITCH
002990     END-RETURN.
003000 3100-EXIT.
003010     EXIT.
003020
003030 3200-WRITE-ENTRY.
003040     IF SP-KEY = WS-PREV-KEY
003050         ADD 1 TO WS-CNT-DUPLICATE
003060         GO TO 3200-NEXT
003070     END-IF.
003080     MOVE SP-KEY TO WS-PREV-KEY.
003090     MOVE SPACES           TO POSTAL-CODE-RECORD.
003100     MOVE SP-POSTAL-CODE   TO PN-POSTAL-CODE.
003110     MOVE SP-TOWN          TO PN-TOWN.
003120     MOVE SP-TOWN-LENGTH   TO PN-TOWN-LENGTH.
003130     MOVE SP-PROVINCE      TO PN-PROVINCE.
003140     MOVE WS-LOAD-DATE     TO PN-LOAD-DATE.
003150     WRITE POSTAL-CODE-RECORD.
003160     IF WS-POSTCODE-STATUS NOT = "00"
003170         DISPLAY "PESEL0194E POSTCODE WRITE FAILED FOR "
003180             PN-POSTAL-CODE " " PN-TOWN
003190             ", FILE STATUS=" WS-POSTCODE-STATUS
003200             " - RERUN THE LOAD"
003210         CLOSE POSTAL-CODE-FILE
003220         MOVE 16 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250     ADD 1 TO WS-CNT-LOADED.
003260 3200-NEXT.
003270     PERFORM 3100-RETURN-ENTRY THRU 3100-EXIT.
003280 3200-EXIT.
003290     EXIT.
003300
003310*================================================================
003320*    8000-FINALIZE
003330*    RC 16 STANDS IF THE LOAD WAS REFUSED; OTHERWISE A REJECTED
003340*    ROW GIVES RC 4 SO THE LIST IS LOOKED AT.
003350*================================================================
003360 8000-FINALIZE.
003370     MOVE SPACES TO POSTAL-LOAD-RPT-RECORD.
003380     WRITE POSTAL-LOAD-RPT-RECORD.
003390     MOVE "PNALIST ROWS READ" TO SUM-LABEL.
003400     MOVE WS-CNT-ROWS TO SUM-COUNT.
003410     MOVE WS-SUM-LINE TO POSTAL-LOAD-RPT-RECORD.
003420     WRITE POSTAL-LOAD-RPT-RECORD.
003430     MOVE "HEADING ROW SKIPPED" TO SUM-LABEL.
003440     MOVE WS-CNT-HEADING TO SUM-COUNT.
003450     MOVE WS-SUM-LINE TO POSTAL-LOAD-RPT-RECORD.
003460     WRITE POSTAL-LOAD-RPT-RECORD.
003470     MOVE "ROWS REJECTED" TO SUM-LABEL.
003480     MOVE WS-CNT-REJECTED TO SUM-COUNT.
003490     MOVE WS-SUM-LINE TO POSTAL-LOAD-RPT-RECORD.
003500     WRITE POSTAL-LOAD-RPT-RECORD.
003510     MOVE "ROWS REPEATING A CODE AND TOWN" TO SUM-LABEL.
003520     MOVE WS-CNT-DUPLICATE TO SUM-COUNT.
003530     MOVE WS-SUM-LINE TO POSTAL-LOAD-RPT-RECORD.
003540     WRITE POSTAL-LOAD-RPT-RECORD.
003550     MOVE "POSTCODE ENTRIES LOADED" TO SUM-LABEL.
003560     MOVE WS-CNT-LOADED TO SUM-COUNT.
003570     MOVE WS-SUM-LINE TO POSTAL-LOAD-RPT-RECORD.
003580     WRITE POSTAL-LOAD-RPT-RECORD.
003590     CLOSE POSTAL-LIST-FILE.
003600     CLOSE POSTAL-LOAD-RPT-FILE.
003610     DISPLAY "PESEL0195I PNALIST ROWS READ:  " WS-CNT-ROWS.
003620     DISPLAY "PESEL0195I ROWS REJECTED:      " WS-CNT-REJECTED.
003630     DISPLAY "PESEL0195I ENTRIES LOADED:     " WS-CNT-LOADED.
003640     IF WS-LOAD-REFUSED
003650         MOVE 16 TO RETURN-CODE
003660         GO TO 8000-EXIT
003670     END-IF.
003680     MOVE 0 TO RETURN-CODE.
003690     IF WS-CNT-REJECTED > 0
003700         MOVE 4 TO RETURN-CODE
003710     END-IF.
003720 8000-EXIT.
003730     EXIT.
003740
003750 END PROGRAM PESELPCL.
