000010*================================================================
000020*    FRAUDALR - FRAUD-SCREEN ALERT RECORD LAYOUT
000030*    ONE LINE PER PESEL FLAGGED BY THE NIGHTLY FRAUD SCREEN
000040*    (PESELFRS), FOR THE FRAUD TEAM'S CASE TOOL.  A PESEL CAUGHT
000050*    BY MORE THAN ONE PATTERN HAS ONE LINE PER PATTERN.
000060*
000070*    FA-PATTERN:
000080*      B  THE SAME PESEL SUBMITTED FROM FA-COUNT DIFFERENT
000090*         BRANCHES WITHIN THE WINDOW (FA-BRANCH-SEEN LISTS THEM)
000100*      A  FA-COUNT NEW CUSTOMERS AT ONE ADDRESS (FA-ADDRESS)
000110*         WITHIN THE WINDOW
000120*      G  A RUN OF FA-COUNT CHECKSUM FAILURES, EACH ONE DIGIT
000130*         AWAY FROM ANOTHER, FROM ONE BRANCH IN ONE NIGHT - A
000140*         NEW CUSTOMER ONE DIGIT AWAY FROM THE RUN IS FLAGGED
000150*         WITH IT AS THE PROBABLE SUCCESSFUL GUESS
000160*    FA-THRESHOLD IS THE PARAMETER VALUE THE COUNT REACHED.
000170*    FA-ACTION:
000180*      H  NEW CUSTOMER HELD FROM THE CUSTMAS LOAD (FRAUDHLD)
000190*      R  ALREADY RELEASED BY THE FRAUD TEAM - NOT HELD AGAIN
000200*      X  ALREADY REFUSED BY THE FRAUD TEAM
000210*      N  NOTED ONLY - NOT A NEW CUSTOMER, NOTHING TO HOLD
000220*----------------------------------------------------------------
000230* 2026-10-15  RS  ORIGINAL COPYBOOK.
000240*================================================================
000250 01  FRAUD-ALERT-RECORD.
000260     05  FA-ALERT-DATE           PIC 9(08).
000270     05  FA-PATTERN              PIC X(01).
000280         88  FA-MULTI-BRANCH             VALUE 'B'.
000290         88  FA-ADDRESS-REUSE            VALUE 'A'.
000300         88  FA-DIGIT-GUESSING           VALUE 'G'.
000310     05  FA-PESEL                PIC 9(11).
000320     05  FA-BRANCH               PIC X(04).
000330     05  FA-COUNT                PIC 9(05).
000340     05  FA-THRESHOLD            PIC 9(05).
000350     05  FA-ACTION               PIC X(01).
000360         88  FA-HELD                     VALUE 'H'.
000370         88  FA-ALREADY-RELEASED         VALUE 'R'.
000380         88  FA-ALREADY-REFUSED          VALUE 'X'.
000390         88  FA-NOTED-ONLY               VALUE 'N'.
000400     05  FA-DETAIL               PIC X(40).
000410     05  FA-ADDRESS REDEFINES FA-DETAIL
000420                                 PIC X(40).
000430     05  FA-BRANCH-LIST REDEFINES FA-DETAIL.
000440         10  FA-BRANCH-SEEN      PIC X(04) OCCURS 10 TIMES.
000450     05  FA-JOB-ID               PIC X(08).
000460     05  FILLER                  PIC X(17).
