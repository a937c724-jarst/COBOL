000010*================================================================
000020*    SUSPENSE - BRANCH INTAKE SUSPENSE FILE RECORD LAYOUT
000030*    HOLDS EVERY BRANCH TRANSMISSION THE NIGHTLY INTAKE (PESELINT)
000040*    WOULD NOT MERGE INTO PESELIN.  A KSDS KEYED ON THE HOLD ID
000050*    FOLLOWED BY A LINE NUMBER, SO ONE HELD FILE IS A GENERIC
000060*    BROWSE ON ITS HOLD ID.  LINE 0 IS THE CONTROL RECORD (THE
000070*    SUSPENSE-CONTROL VIEW); LINES 1 UP ARE THE FILE'S 85-BYTE
000080*    PESELIN LINES EXACTLY AS THEY WERE RECEIVED, HEADER AND
000090*    TRAILER INCLUDED.
000100*
000110*    SU-HOLD-ID IS THE BRANCH, THE DATE THE FILE WAS HELD
000120*    (YYYYMMDD), AND THE ORDINAL OF THE BRANCH'S HELD FILES IN
000130*    THAT NIGHT'S TRANSMISSION - E.G. 0123 20261015 01.  IT IS
000140*    WHAT THE OPERATOR QUOTES TO PESELSRL.
000150*
000160*    SC-STATUS:
000170*      H  HELD     - NOT MERGED; WAITING FOR THE OPERATOR
000180*      R  RELEASED - BY THE OPERATOR (PESELSRL); THE NEXT
000190*                    INTAKE MERGES IT AND SETS 'L'
000200*      L  LOADED   - MERGED INTO PESELIN ON SC-LOADED-DATE
000210*      X  DROPPED  - BY THE OPERATOR; NEVER MERGED WHILE IT STAYS
000220*                    DROPPED
000230*    SC-REASON (WHY IT WAS HELD):
000240*      NT  NO TRAILER - THE TRANSMISSION WAS CUT SHORT
000250*      NH  NO HEADER
000260*      CT  DETAIL COUNT DOES NOT MATCH THE TRAILER
000270*      HT  HASH TOTAL DOES NOT MATCH THE TRAILER
000280*      DP  RECEIVED TWICE - THE SAME FILE WAS ALREADY MERGED
000290*    SC-DETAILS/SC-HASH-TOTAL ARE WHAT WAS COUNTED AND HASHED;
000300*    SC-TRL-COUNT/SC-TRL-HASH ARE WHAT THE TRAILER CLAIMED (ZERO
000310*    WITH NO TRAILER).  SC-RESENT IS 'Y' ONCE THE LINES HAVE BEEN
000320*    REPLACED BY THE BRANCH'S RE-SENT FILE (PESELSRL).
000330*    SC-DECIDED-BY HOLDS THE OPERATOR'S USER ID, AS FH-DECIDED-BY
000340*    DOES ON FRAUDHLD.
000350*----------------------------------------------------------------
000360* 2026-10-15  RS  ORIGINAL COPYBOOK.
000370*================================================================
000380 01  SUSPENSE-RECORD.
000390     05  SU-KEY.
000400         10  SU-HOLD-ID.
000410             15  SU-BRANCH       PIC X(04).
000420             15  SU-HELD-DATE    PIC 9(08).
000430             15  SU-HOLD-SEQ     PIC 9(02).
000440         10  SU-LINE-NO          PIC 9(07).
000450     05  SU-LINE                 PIC X(85).
000460     05  FILLER                  PIC X(54).
000470 01  SUSPENSE-CONTROL.
000480     05  FILLER                  PIC X(21).
000490     05  SC-STATUS               PIC X(01).
000500         88  SC-HELD                     VALUE 'H'.
000510         88  SC-RELEASED                 VALUE 'R'.
000520         88  SC-LOADED                   VALUE 'L'.
000530         88  SC-DROPPED                  VALUE 'X'.
000540     05  SC-REASON               PIC X(02).
000550         88  SC-NO-TRAILER               VALUE 'NT'.
000560         88  SC-NO-HEADER                VALUE 'NH'.
000570         88  SC-COUNT-OFF                VALUE 'CT'.
000580         88  SC-HASH-OFF                 VALUE 'HT'.
000590         88  SC-DUPLICATE                VALUE 'DP'.
000600     05  SC-BATCH-DATE           PIC 9(08).
000610     05  SC-LINES                PIC 9(07).
000620     05  SC-DETAILS              PIC 9(07).
000630     05  SC-HASH-TOTAL           PIC 9(15).
000640     05  SC-TRL-COUNT            PIC 9(07).
000650     05  SC-TRL-HASH             PIC 9(15).
000660     05  SC-HELD-JOB-ID          PIC X(08).
000670     05  SC-RESENT               PIC X(01).
000680     05  SC-DECIDED-BY           PIC X(08).
000690     05  SC-DECIDED-TIMESTAMP    PIC X(19).
000700     05  SC-DECISION-NOTE        PIC X(30).
000710     05  SC-LOADED-DATE          PIC 9(08).
000720     05  FILLER                  PIC X(03).
