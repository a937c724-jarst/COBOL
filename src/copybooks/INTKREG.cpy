000010*================================================================
000020*    INTKREG - BRANCH INTAKE REGISTER RECORD LAYOUT
000030*    ONE RECORD PER BRANCH FILE THE NIGHTLY INTAKE (PESELINT) HAS
000040*    MERGED INTO PESELIN, TRANSMITTED OR RELEASED FROM SUSPENSE.
000050*    A KSDS KEYED ON WHAT IDENTIFIES A FILE'S CONTENT - BRANCH,
000060*    BATCH DATE FROM ITS HEADER, DETAIL COUNT, AND HASH TOTAL -
000070*    SO A FILE RECEIVED A SECOND TIME IS FOUND BY A DIRECT READ.
000080*    IR-INTAKE-DATE IS THE NIGHT IT WAS MERGED; A RECORD DATED
000090*    TONIGHT IS FROM AN EARLIER ATTEMPT AT TONIGHT'S INTAKE AND
000100*    IS NOT A DUPLICATE.
000110*    IR-ORIGIN:
000120*      T  TRANSMITTED AND BALANCED
000130*      S  RELEASED FROM SUSPENSE (IR-HOLD-ID SAYS WHICH)
000140*----------------------------------------------------------------
000150* 2026-10-15  RS  ORIGINAL COPYBOOK.
000160*================================================================
000170 01  INTAKE-REGISTER-RECORD.
000180     05  IR-KEY.
000190         10  IR-BRANCH           PIC X(04).
000200         10  IR-BATCH-DATE       PIC 9(08).
000210         10  IR-DETAIL-COUNT     PIC 9(07).
000220         10  IR-HASH-TOTAL       PIC 9(15).
000230     05  IR-INTAKE-DATE          PIC 9(08).
000240     05  IR-JOB-ID               PIC X(08).
000250     05  IR-ORIGIN               PIC X(01).
000260         88  IR-TRANSMITTED              VALUE 'T'.
000270         88  IR-FROM-SUSPENSE            VALUE 'S'.
000280     05  IR-HOLD-ID              PIC X(14).
000290     05  FILLER                  PIC X(15).
