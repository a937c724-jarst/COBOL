000200*                 THAT DO NOT DECODE, AND INACTIVE RECORDS, ARE
000210*                 COUNTED AND SKIPPED - THE INTEGRITY AUDIT
000220*                 (PESELAUD) IS THE PLACE THAT REPORTS THEM.
000222* 2026-10-15  RS  DECEASED CUSTOMERS (FLAGGED BY PESELRAP FROM THE
000224*                 REGISTRY) ARE NOW COUNTED SEPARATELY FROM OTHER
000226*                 INACTIVE RECORDS SO PRODUCT CAN SEE THAT NO
000228*                 MILESTONE MAILING WENT TO A DECEASED CUSTOMER.
000229* 2026-10-15  RS  EACH EXTRACT LINE NOW CARRIES A GUARDIAN'S
000230*                 PESEL, RELATIONSHIP, NAME AND ADDRESS FROM THE
000231*                 GUARDIAN LINK FILE (GUARDLNK) - ONE LINE PER
000232*                 OPEN LINK IN FORCE IN THE TARGET MONTH WHOSE
000233*                 GUARDIAN IS AN ACTIVE CUSTMAS CUSTOMER, OR ONE
000234*                 LINE WITH THE GUARDIAN FIELDS BLANK.  THE
000235*                 GUARDIAN IS READ FROM CUSTMAS BY KEY, SO CUSTMAS
000236*                 IS NOW DYNAMIC AND THE SCAN IS REPOSITIONED PAST
000237*                 THE CHILD AFTERWARDS.  NO GUARDLNK FILE MEANS NO
000238*                 LINKS.
000239*================================================================
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000310     SELECT CUSTOMER-MASTER-FILE
000320         ASSIGN TO "CUSTMAS"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS CM-PESEL
000360         ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
000370             WITH DUPLICATES
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-AGEFILE-STATUS.
000440
000441     SELECT GUARDIAN-LINK-FILE
000442         ASSIGN TO "GUARDLNK"
000443         ORGANIZATION IS INDEXED
000444         ACCESS MODE IS DYNAMIC
000445         RECORD KEY IS GL-KEY
000446         ALTERNATE RECORD KEY IS GL-GUARDIAN-PESEL
000447             WITH DUPLICATES
000448         FILE STATUS IS WS-GUARDLNK-STATUS.
000449
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CUSTOMER-MASTER-FILE.
000480     COPY CUSTMAS.
000490
000500 FD  PESEL-AGE-FILE.
000504 01  PESEL-AGE-RECORD            PIC X(160).
000508
000512 FD  GUARDIAN-LINK-FILE.
000516     COPY GUARDLNK.
000520
000530 WORKING-STORAGE SECTION.
000540 77  WS-CUSTMAS-STATUS    PIC X(02) VALUE SPACES.
000550 77  WS-AGEFILE-STATUS    PIC X(02) VALUE SPACES.
000555 77  WS-GUARDLNK-STATUS   PIC X(02) VALUE SPACES.
000560
000570*----------------------------------------------------------------
000580* THE PESEL UNDER EXAMINATION, BROKEN OUT THE SAME WAY THE
000870     05  WS-TGT-YEAR      PIC 9(4).
000880     05  WS-TGT-MONTH     PIC 9(2).
000890
000891*    FIRST AND LAST DAY OF THE TARGET MONTH AS YYYYMMDD - A
000892*    GUARDIAN LINK IS IN FORCE IN THE MONTH WHEN IT STARTS ON OR
000893*    BEFORE THE LAST AND HAS NOT ENDED BEFORE THE FIRST.  DAY 31
000894*    SERVES AS THE LAST DAY OF ANY MONTH FOR THE COMPARISON.
000895 01  WS-TGT-FIRST-DAY     PIC 9(08).
000896 01  WS-TGT-LAST-DAY      PIC 9(08).
000897
000898*    THE CHILD WHOSE GUARDIANS ARE BEING LISTED - CUSTMAS IS
000899*    REPOSITIONED PAST IT ONCE THE GUARDIANS HAVE BEEN READ.
000900 01  WS-CHILD-PESEL       PIC 9(11).
000901
000902*    GUARDIAN LINES WRITTEN FOR THE CURRENT CHILD.
000903 01  WS-GUARDIAN-LINES    PIC 9(4) COMP VALUE 0.
000904
000907 01  WS-CENTURY-BASE      PIC 9(4).
000910 01  WS-REAL-MONTH        PIC 9(2).
000920 01  WS-REAL-YEAR         PIC 9(4).
000930 01  WS-MAX-DAY           PIC 9(2).
001040     05  WS-DATE-SWITCH       PIC X(01) VALUE 'N'.
001050         88  WS-DATE-OK               VALUE 'Y'.
001060         88  WS-DATE-BAD              VALUE 'N'.
001062     05  WS-LINKS-OPEN-SWITCH PIC X(01) VALUE 'N'.
001064         88  WS-LINKS-AVAILABLE      VALUE 'Y'.
001066     05  WS-LINK-EOF-SWITCH   PIC X(01) VALUE 'N'.
001068         88  WS-END-OF-LINKS         VALUE 'Y'.
001070
001080 01  WS-STATS.
001090     05  WS-CNT-RECORDS       PIC 9(7) COMP VALUE 0.
001110     05  WS-CNT-TURNING-18    PIC 9(7) COMP VALUE 0.
001120     05  WS-CNT-UNDECODABLE   PIC 9(7) COMP VALUE 0.
001130     05  WS-CNT-INACTIVE      PIC 9(7) COMP VALUE 0.
001135     05  WS-CNT-DECEASED      PIC 9(7) COMP VALUE 0.
001136     05  WS-CNT-GUARDIAN-LINES PIC 9(7) COMP VALUE 0.
001137     05  WS-CNT-NO-GUARDIAN   PIC 9(7) COMP VALUE 0.
001138     05  WS-CNT-GRD-SKIPPED   PIC 9(7) COMP VALUE 0.
001140
001150 01  WS-AGE-LINE.
001160     05  AGE-PESEL            PIC 9(11).
001220     05  AGE-NAME             PIC X(30).
001230     05  FILLER               PIC X(02) VALUE SPACES.
001240     05  AGE-BRANCH           PIC X(04).
001241     05  FILLER               PIC X(02) VALUE SPACES.
001242     05  AGE-GRD-PESEL        PIC X(11).
001243     05  FILLER               PIC X(02) VALUE SPACES.
001244     05  AGE-GRD-RELATIONSHIP PIC X(01).
001245     05  FILLER               PIC X(02) VALUE SPACES.
001246     05  AGE-GRD-NAME         PIC X(30).
001247     05  FILLER               PIC X(02) VALUE SPACES.
001248     05  AGE-GRD-ADDRESS      PIC X(40).
001250
001260 PROCEDURE DIVISION.
001270*================================================================
001470         MOVE 1 TO WS-TGT-MONTH
001480         ADD 1 TO WS-TGT-YEAR
001490     END-IF.
001492     COMPUTE WS-TGT-FIRST-DAY = WS-TGT-YEAR * 10000
001494         + WS-TGT-MONTH * 100 + 1.
001496     COMPUTE WS-TGT-LAST-DAY = WS-TGT-YEAR * 10000
001498         + WS-TGT-MONTH * 100 + 31.
001500     OPEN INPUT CUSTOMER-MASTER-FILE.
001510     IF WS-CUSTMAS-STATUS NOT = "00"
001520         DISPLAY "PESEL0053E CUSTMAS COULD NOT BE OPENED, "
001580     IF WS-AGEFILE-STATUS NOT = "00"
001590         DISPLAY "PESEL0054E PESELAGE COULD NOT BE OPENED, "
001600             "FILE STATUS=" WS-AGEFILE-STATUS
001601         MOVE 16 TO RETURN-CODE
001602         STOP RUN
001603     END-IF.
001604     OPEN INPUT GUARDIAN-LINK-FILE.
001605     IF WS-GUARDLNK-STATUS = "00"
001606         MOVE 'Y' TO WS-LINKS-OPEN-SWITCH
001607     ELSE IF WS-GUARDLNK-STATUS NOT = "35"
001608         DISPLAY "PESEL0184E GUARDLNK COULD NOT BE OPENED, "
001609             "FILE STATUS=" WS-GUARDLNK-STATUS
001610         MOVE 16 TO RETURN-CODE
001620         STOP RUN
001630     END-IF.
001700*    A CUSTOMER CROSSES A MILESTONE IN THE TARGET MONTH WHEN THE
001710*    DECODED BIRTH MONTH IS THE TARGET MONTH AND TARGET YEAR
001720*    MINUS BIRTH YEAR IS EXACTLY 12 OR 18.  ONLY ACTIVE RECORDS
001723*    ARE EXTRACTED - DEACTIVATED, DECEASED, RENUMBERED, AND
001726*    ERASED ONES ARE SKIPPED.
001730*================================================================
001740 2000-SCAN-RECORDS.
001750     ADD 1 TO WS-CNT-RECORDS.
001752     IF CM-DECEASED
001754         ADD 1 TO WS-CNT-DECEASED
001756         GO TO 2000-NEXT
001758     END-IF.
001760     IF NOT CM-ACTIVE
001770         ADD 1 TO WS-CNT-INACTIVE
001780         GO TO 2000-NEXT
002840
002850*================================================================
002860*    3000-WRITE-EXTRACT
002861*    ONE LINE PER GUARDIAN IN FORCE IN THE TARGET MONTH, OR ONE
002862*    LINE WITH THE GUARDIAN FIELDS BLANK.  READING A GUARDIAN BY
002863*    KEY LOSES THE SCAN'S PLACE IN CUSTMAS, SO ONCE THE CHILD'S
002864*    LINKS HAVE BEEN LISTED THE SCAN IS STARTED AGAIN JUST PAST
002865*    THE CHILD - THE NEXT SEQUENTIAL READ THEN GETS THE RECORD
002866*    THAT WOULD HAVE FOLLOWED.
002870*================================================================
002880 3000-WRITE-EXTRACT.
002890     MOVE CM-PESEL TO AGE-PESEL.
002895     MOVE CM-PESEL TO WS-CHILD-PESEL.
002900     MOVE SPACES TO AGE-BIRTH-DATE.
002910     STRING WS-REAL-YEAR "-" WS-REAL-MONTH "-" WS-DAY
002920         DELIMITED BY SIZE INTO AGE-BIRTH-DATE.
002930     MOVE CM-CUSTOMER-NAME TO AGE-NAME.
002940     MOVE CM-SOURCE-BRANCH TO AGE-BRANCH.
002941     MOVE 0 TO WS-GUARDIAN-LINES.
002942     IF WS-LINKS-AVAILABLE
002943         PERFORM 3100-LIST-GUARDIANS THRU 3100-EXIT
002944     END-IF.
002945     IF WS-GUARDIAN-LINES = 0
002946         ADD 1 TO WS-CNT-NO-GUARDIAN
002947         MOVE SPACES TO AGE-GRD-PESEL AGE-GRD-RELATIONSHIP
002948                        AGE-GRD-NAME AGE-GRD-ADDRESS
002949         PERFORM 3300-WRITE-LINE THRU 3300-EXIT
002950     END-IF.
002951     IF NOT WS-LINKS-AVAILABLE
002952         GO TO 3000-EXIT
002953     END-IF.
002954     MOVE WS-CHILD-PESEL TO CM-PESEL.
002955     START CUSTOMER-MASTER-FILE KEY IS GREATER THAN CM-PESEL
002956         INVALID KEY
002957             MOVE 'Y' TO WS-EOF-SWITCH
002958     END-START.
002959 3000-EXIT.
002960     EXIT.
002961
002962*================================================================
002963*    3100-LIST-GUARDIANS
002964*    GENERIC BROWSE OF THE LINK FILE ON THE CHILD'S PESEL.
002965*================================================================
002966 3100-LIST-GUARDIANS.
002967     MOVE WS-CHILD-PESEL TO GL-CHILD-PESEL.
002968     MOVE ZEROS TO GL-GUARDIAN-PESEL.
002969     MOVE 'N' TO WS-LINK-EOF-SWITCH.
002970     START GUARDIAN-LINK-FILE KEY IS NOT LESS THAN GL-KEY
002971         INVALID KEY
002972             GO TO 3100-EXIT
002973     END-START.
002974     PERFORM 3150-READ-LINK THRU 3150-EXIT.
002975     PERFORM 3200-CHECK-LINK THRU 3200-EXIT
002976         UNTIL WS-END-OF-LINKS.
002977 3100-EXIT.
002978     EXIT.
002979
002980 3150-READ-LINK.
002981     READ GUARDIAN-LINK-FILE NEXT RECORD
002982         AT END
002983             MOVE 'Y' TO WS-LINK-EOF-SWITCH
002984     END-READ.
002985     IF NOT WS-END-OF-LINKS
002986             AND GL-CHILD-PESEL NOT = WS-CHILD-PESEL
002987         MOVE 'Y' TO WS-LINK-EOF-SWITCH
002988     END-IF.
002989 3150-EXIT.
002990     EXIT.
002991
002992*================================================================
002993*    3200-CHECK-LINK
002994*    AN OPEN LINK IN FORCE IN THE TARGET MONTH GETS A LINE IF ITS
002995*    GUARDIAN IS STILL AN ACTIVE CUSTOMER.  A GUARDIAN SINCE
002996*    DEACTIVATED, ERASED OR GONE IS COUNTED AND LEFT OFF - THE
002997*    LETTER MUST NOT GO TO THEM.
002998*================================================================
002999 3200-CHECK-LINK.
003000     IF NOT GL-OPEN
003001             OR GL-EFFECTIVE-FROM > WS-TGT-LAST-DAY
003002         GO TO 3200-NEXT
003003     END-IF.
003004     IF GL-EFFECTIVE-TO NOT = ZEROS
003005             AND GL-EFFECTIVE-TO < WS-TGT-FIRST-DAY
003006         GO TO 3200-NEXT
003007     END-IF.
003008     MOVE GL-GUARDIAN-PESEL TO CM-PESEL.
003009     READ CUSTOMER-MASTER-FILE
003010         INVALID KEY
003011             ADD 1 TO WS-CNT-GRD-SKIPPED
003012             GO TO 3200-NEXT
003013     END-READ.
003014     IF NOT CM-ACTIVE OR CM-DECEASED
003015         ADD 1 TO WS-CNT-GRD-SKIPPED
003016         GO TO 3200-NEXT
003017     END-IF.
003018     MOVE GL-GUARDIAN-PESEL TO AGE-GRD-PESEL.
003019     MOVE GL-RELATIONSHIP   TO AGE-GRD-RELATIONSHIP.
003020     MOVE CM-CUSTOMER-NAME  TO AGE-GRD-NAME.
003021     MOVE CM-ADDRESS        TO AGE-GRD-ADDRESS.
003022     PERFORM 3300-WRITE-LINE THRU 3300-EXIT.
003023     ADD 1 TO WS-GUARDIAN-LINES.
003024     ADD 1 TO WS-CNT-GUARDIAN-LINES.
003025 3200-NEXT.
003026     PERFORM 3150-READ-LINK THRU 3150-EXIT.
003027 3200-EXIT.
003028     EXIT.
003029
003030 3300-WRITE-LINE.
003031     MOVE WS-AGE-LINE TO PESEL-AGE-RECORD.
003032     WRITE PESEL-AGE-RECORD.
003033 3300-EXIT.
003034     EXIT.
003035
003036*================================================================
003037*    8000-FINALIZE
003038*================================================================
003039 8000-FINALIZE.
003040     CLOSE CUSTOMER-MASTER-FILE.
003050     CLOSE PESEL-AGE-FILE.
003052     IF WS-LINKS-AVAILABLE
003054         CLOSE GUARDIAN-LINK-FILE
003056     END-IF.
003060     DISPLAY "PESEL0055I TARGET MONTH:        " WS-TGT-YEAR
003070         "-" WS-TGT-MONTH.
003080     DISPLAY "PESEL0055I CUSTMAS RECORDS READ: " WS-CNT-RECORDS.
003140         WS-CNT-UNDECODABLE.
003150     DISPLAY "PESEL0055I INACTIVE SKIPPED:     "
003160         WS-CNT-INACTIVE.
003163     DISPLAY "PESEL0055I DECEASED SKIPPED:     "
003166         WS-CNT-DECEASED.
003167     DISPLAY "PESEL0055I GUARDIAN LINES:       "
003168         WS-CNT-GUARDIAN-LINES.
003169     DISPLAY "PESEL0055I NO GUARDIAN IN FORCE: "
003170         WS-CNT-NO-GUARDIAN.
003171     DISPLAY "PESEL0055I GUARDIANS SKIPPED:    "
003172         WS-CNT-GRD-SKIPPED.
003176 8000-EXIT.
003180     EXIT.
003190
003200 END PROGRAM PESELAGE.
