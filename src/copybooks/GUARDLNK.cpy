000010*================================================================
000020*    GUARDLNK - PARENT/GUARDIAN LINK RECORD LAYOUT
000030*    ONE RECORD PER GUARDIAN OF A CUSTOMER WHO IS A MINOR.  A
000040*    KSDS KEYED ON THE CHILD'S PESEL FOLLOWED BY THE GUARDIAN'S,
000050*    SO ONE CHILD'S GUARDIANS ARE A GENERIC BROWSE ON THE CHILD.
000060*    THE ALTERNATE KEY ON GL-GUARDIAN-PESEL LETS A PROGRAM
000070*    HOLDING AN ADULT'S PESEL FIND THE CHILDREN LINKED TO IT.
000080*    BOTH PESELS ARE CUSTMAS KEYS; THE NAMES AND ADDRESSES ARE
000090*    ALWAYS READ FROM CUSTMAS, NEVER COPIED HERE.
000100*    MAINTAINED ON THE PSGD TRANSACTION (PESELGRD), CLOSED AT
000110*    THE CHILD'S 18TH BIRTHDAY BY THE NIGHTLY PESELGCL STEP AND
000120*    ON ERASURE OF EITHER PERSON BY PESELERA, READ BY PESELAGE.
000122*    WHEN THE REGISTRY GIVES EITHER PERSON A NEW PESEL, PESELRAP
000124*    RE-KEYS THE LINK: IT WRITES A COPY UNDER THE NEW PESEL, ALL
000126*    ELSE UNCHANGED, AND DELETES THE ROW UNDER THE OLD ONE.
000130*
000140*    GL-RELATIONSHIP:
000150*      M  MOTHER
000160*      F  FATHER
000170*      G  LEGAL GUARDIAN (COURT-APPOINTED)
000180*      O  OTHER (CARER, FOSTER PARENT)
000190*    GL-EFFECTIVE-FROM/-TO ARE THE FIRST AND LAST DAYS THE LINK
000200*    IS IN FORCE, YYYYMMDD.  A ZERO GL-EFFECTIVE-TO MEANS UNTIL
000210*    THE CHILD TURNS 18.
000220*    GL-STATUS:
000230*      O  OPEN
000240*      C  CLOSED - A CLOSED LINK IS KEPT AS THE RECORD OF WHO
000250*                  ACTED FOR THE CHILD, AND WHEN
000260*    GL-CLOSE-REASON (CLOSED LINKS ONLY):
000270*      A  CHILD REACHED 18 (PESELGCL)
000280*      T  GL-EFFECTIVE-TO PASSED (PESELGCL)
000290*      E  CHILD ERASED OR PURGED (PESELERA)
000300*      G  GUARDIAN ERASED OR PURGED (PESELERA)
000310*      K  CLOSED BY A CSR ON PSGD
000320*    GL-ADDED-BY/GL-CHANGED-BY HOLD THE SIGNED-ON USER FOR A PSGD
000330*    CHANGE OR THE JOB ID FOR A BATCH ONE, AS CJ-USER-ID DOES.
000340*----------------------------------------------------------------
000350* 2026-10-15  RS  ORIGINAL COPYBOOK.
000355* 2026-10-15  RS  PESELRAP NOW RE-KEYS LINKS ON A PESEL CHANGE.
000360*================================================================
000370 01  GUARDIAN-LINK-RECORD.
000380     05  GL-KEY.
000390         10  GL-CHILD-PESEL      PIC 9(11).
000400         10  GL-GUARDIAN-PESEL   PIC 9(11).
000410     05  GL-RELATIONSHIP         PIC X(01).
000420         88  GL-REL-MOTHER               VALUE 'M'.
000430         88  GL-REL-FATHER               VALUE 'F'.
000440         88  GL-REL-LEGAL-GUARDIAN       VALUE 'G'.
000450         88  GL-REL-OTHER                VALUE 'O'.
000460         88  GL-REL-VALID                VALUES 'M' 'F' 'G' 'O'.
000470     05  GL-STATUS               PIC X(01).
000480         88  GL-OPEN                     VALUE 'O'.
000490         88  GL-CLOSED                   VALUE 'C'.
000500     05  GL-EFFECTIVE-FROM       PIC 9(08).
000510     05  GL-EFFECTIVE-TO         PIC 9(08).
000520     05  GL-CLOSE-REASON         PIC X(01).
000530         88  GL-CLOSED-AT-18             VALUE 'A'.
000540         88  GL-CLOSED-TERM-ENDED        VALUE 'T'.
000550         88  GL-CLOSED-CHILD-ERASED      VALUE 'E'.
000560         88  GL-CLOSED-GUARDIAN-ERASED   VALUE 'G'.
000570         88  GL-CLOSED-BY-CSR            VALUE 'K'.
000580     05  GL-ADDED-BY             PIC X(08).
000590     05  GL-ADDED-TIMESTAMP      PIC X(19).
000600     05  GL-CHANGED-BY           PIC X(08).
000610     05  GL-CHANGED-TIMESTAMP    PIC X(19).
000620     05  FILLER                  PIC X(05).
