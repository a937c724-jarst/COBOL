000010*================================================================
000020*    FRAUDHLD - FRAUD-SCREEN HOLD FILE RECORD LAYOUT
000030*    ONE RECORD PER NEW CUSTOMER THE NIGHTLY FRAUD SCREEN
000040*    (PESELFRS) HELD BACK FROM THE CUSTMAS LOAD.  A KSDS KEYED
000050*    ON THE PESEL.  THE NAME, ADDRESS, AND BRANCH FROM THE
000060*    NIGHT'S PESELOUT ARE KEPT SO THE CUSTOMER CAN STILL BE
000070*    LOADED ON A LATER NIGHT, WHEN THAT PESELOUT GENERATION IS
000080*    LONG GONE.  WHEN THE CUSTOMER IS ERASED OR PURGED, PESELERA
000082*    BLANKS THE NAME AND ADDRESS HERE AND REFUSES A HOLD STILL
000084*    HELD OR RELEASED (FH-DECISION-NOTE "ERASED", FH-DECIDED-BY
000086*    THE JOB ID); THE REST OF THE HOLD STAYS.
000090*
000100*    FH-STATUS:
000110*      H  HELD     - PESELLD WILL NOT LOAD IT
000120*      R  RELEASED - BY THE FRAUD TEAM (PESELFRL); THE NEXT
000130*                    PESELLD RUN LOADS IT AND SETS 'L'
000140*      L  LOADED   - ON CUSTMAS
000150*      X  REFUSED  - BY THE FRAUD TEAM OR ON ERASURE; NEVER LOADED
000160*                    WHILE IT STAYS REFUSED, EVEN IF RESUBMITTED
000170*    FH-REASON-xxx IS 'Y' FOR EACH PATTERN THAT HAS FLAGGED THE
000180*    PESEL, ON THIS NIGHT OR ANY LATER ONE.
000190*----------------------------------------------------------------
000200* 2026-10-15  RS  ORIGINAL COPYBOOK.
000205* 2026-10-15  RS  NOTED PESELERA BLANKING NAME AND ADDRESS.
000207* 2026-10-15  RS  NOTED PESELERA REFUSING A LIVE HOLD ON ERASURE.
000210*================================================================
000220 01  FRAUD-HOLD-RECORD.
000230     05  FH-PESEL                PIC 9(11).
000240     05  FH-STATUS               PIC X(01).
000250         88  FH-HELD                     VALUE 'H'.
000260         88  FH-RELEASED                 VALUE 'R'.
000270         88  FH-LOADED                   VALUE 'L'.
000280         88  FH-REFUSED                  VALUE 'X'.
000290     05  FH-REASONS.
000300         10  FH-REASON-BRANCH    PIC X(01).
000310         10  FH-REASON-ADDRESS   PIC X(01).
000320         10  FH-REASON-GUESS     PIC X(01).
000330     05  FH-HELD-DATE            PIC 9(08).
000340     05  FH-HELD-TIMESTAMP       PIC X(19).
000350     05  FH-HELD-JOB-ID          PIC X(08).
000360     05  FH-DECIDED-BY           PIC X(08).
000370     05  FH-DECIDED-TIMESTAMP    PIC X(19).
000380     05  FH-DECISION-NOTE        PIC X(30).
000390     05  FH-LOADED-TIMESTAMP     PIC X(19).
000400     05  FH-CUSTOMER-NAME        PIC X(30).
000410     05  FH-ADDRESS              PIC X(40).
000420     05  FH-SOURCE-BRANCH        PIC X(04).
000430     05  FILLER                  PIC X(10).
