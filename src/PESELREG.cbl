000190*                 ACTIVE WITH US, AND CHANGED NUMBERS WITH THEIR
000200*                 REPLACEMENT.  ERASED RECORDS (PESELERA) ARE
000210*                 SKIPPED - THERE IS NOBODY LEFT TO RECONCILE.
000211* 2026-10-15  RS  PESELRGM LAYOUT MOVED TO ITS OWN COPYBOOK WITH
000212*                 BLANK REVIEW FIELDS THE CSRS FILL IN FOR THE
000213*                 REGISTRY APPLY (PESELRAP).  THE OLD KEY OF A
000214*                 CUSTOMER ALREADY RENUMBERED (CM-SUPERSEDED) IS
000215*                 SKIPPED LIKE AN ERASED ONE - THE CUSTOMER IS
000216*                 RECONCILED UNDER THE NEW KEY.
000220*================================================================
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000710 01  PESEL-RECON-RPT-RECORD      PIC X(100).
000720
000730 FD  PESEL-MISMATCH-FILE.
000740     COPY PESELRGM.
000810
000820 WORKING-STORAGE SECTION.
000830 77  WS-CUSTMAS-STATUS    PIC X(02) VALUE SPACES.
001030     05  WS-CNT-DECEASED      PIC 9(7) COMP VALUE 0.
001040     05  WS-CNT-CHANGED       PIC 9(7) COMP VALUE 0.
001050     05  WS-CNT-ERASED-SKIP   PIC 9(7) COMP VALUE 0.
001055     05  WS-CNT-SUPERSEDED    PIC 9(7) COMP VALUE 0.
001060
001070 01  WS-RPT-LINE.
001080     05  RCN-PESEL            PIC 9(11).
001790         PERFORM 2100-READ-MASTER THRU 2100-EXIT
001800         GO TO 2000-EXIT
001810     END-IF.
001811     IF CM-SUPERSEDED
001812         ADD 1 TO WS-CNT-SUPERSEDED
001813         PERFORM 2100-READ-MASTER THRU 2100-EXIT
001814         GO TO 2000-EXIT
001815     END-IF.
001820     IF WS-END-OF-REGISTRY
001830         PERFORM 3000-REPORT-NOT-IN-REGISTRY THRU 3000-EXIT
001840         PERFORM 2100-READ-MASTER THRU 2100-EXIT
002980*    3600-WRITE-MISMATCH
002990*================================================================
003000 3600-WRITE-MISMATCH.
003003     MOVE SPACES TO MM-APPROVAL.
003006     MOVE SPACES TO MM-REVIEWER.
003010     WRITE PESEL-MISMATCH-RECORD.
003020 3600-EXIT.
003030     EXIT.
003320     MOVE WS-CNT-ERASED-SKIP TO SUM-COUNT.
003330     MOVE WS-SUM-LINE TO PESEL-RECON-RPT-RECORD.
003340     WRITE PESEL-RECON-RPT-RECORD.
003342     MOVE "RENUMBERED OLD KEYS SKIPPED" TO SUM-LABEL.
003344     MOVE WS-CNT-SUPERSEDED TO SUM-COUNT.
003346     MOVE WS-SUM-LINE TO PESEL-RECON-RPT-RECORD.
003348     WRITE PESEL-RECON-RPT-RECORD.
003350     CLOSE CUSTOMER-MASTER-FILE.
003360     CLOSE REGISTRY-EXTRACT-FILE.
003370     CLOSE PESEL-RECON-RPT-FILE.
