000010*================================================================
000020*    CUSTJRNL - CUSTMAS CHANGE JOURNAL RECORD LAYOUT
000030*    ONE RECORD FOR EVERY ADD, CHANGE, STATUS FLIP, ERASURE, OR
000040*    DELETE APPLIED TO THE CUSTOMER MASTER, BY WHICHEVER PROGRAM
000050*    OR TRANSACTION MADE IT - PESELLD (NIGHTLY LOAD), PSMT
000060*    (PESELMNT), AND PESELERA (ERASURE / PURGE).  THE FILE IS A
000070*    KSDS KEYED ON PESEL + CHANGE STAMP + SEQUENCE, SO THE
000080*    HISTORY FOR ONE PESEL IS A GENERIC BROWSE ON CJ-PESEL AND
000090*    COMES BACK OLDEST FIRST.  CJ-SEQ ONLY BREAKS A TIE WHEN THE
000100*    SAME PESEL IS CHANGED TWICE WITHIN ONE HUNDREDTH OF A
000110*    SECOND - THE WRITER BUMPS IT AND RETRIES ON A DUPLICATE KEY.
000120*
000130*    CJ-BEFORE-IMAGE AND CJ-AFTER-IMAGE ARE THE FIRST 94 BYTES
000140*    OF THE CUSTMAS RECORD EITHER SIDE OF THE CHANGE (BEFORE IS
000150*    BLANK ON AN ADD, AFTER IS BLANK ON A DELETE).  THE 95TH
000152*    BYTE, CM-ADDRESS-FLAG, CAME AFTER THE IMAGES WERE LAID OUT
000154*    AND IS CARRIED BESIDE THEM IN CJB-/CJA-ADDRESS-FLAG; AN
000156*    ENTRY WRITTEN BEFORE THOSE EXISTED HAS SPACES THERE.
000158*
000160*    ONCE A PESEL IS ERASED OR PURGED, PESELERA BLANKS THE NAME
000170*    AND ADDRESS OUT OF EVERY IMAGE ON FILE FOR IT, AND THE
000180*    ADDRESS FLAGS WITH THEM - THE JOURNAL THEN SHOWS ONLY THAT
000190*    CHANGES AND THE ERASURE HAPPENED, NEVER WHAT THE PERSONAL
000195*    DATA WAS.
000200*
000210*    CJ-SOURCE IS THE PROGRAM NAME (BATCH) OR TRANSACTION ID
000220*    (ONLINE); CJ-USER-ID IS THE JOB ID (BATCH) OR THE SIGNED-ON
000230*    CICS USER ID, WITH THE TERMINAL IN CJ-TERMINAL.  CJ-BRANCH
000240*    IS THE SOURCE BRANCH OF THE CUSTOMER RECORD CHANGED.
000241*
000242*    A REGISTRY NUMBER CHANGE (PESELRAP) IS JOURNALED TWICE: A
000243*    RENUMBER ('N') ENTRY UNDER THE OLD PESEL, WHOSE AFTER IMAGE
000244*    IS THE BLANKED SUPERSEDED RECORD, AND AN ADD UNDER THE NEW
000245*    PESEL.  CJ-LINKED-PESEL ON EACH NAMES THE OTHER NUMBER.
000246*
000247*    A CUSTOMER HELD BY THE FRAUD SCREEN AND LATER RELEASED IS
000248*    ADDED BY PESELLD FROM THE IMAGE KEPT ON THE HOLD FILE; ITS
000249*    ADD CARRIES CJ-SOURCE "FRAUDHLD" RATHER THAN "PESELLD".
000250*----------------------------------------------------------------
000260* 2026-10-15  RS  ORIGINAL COPYBOOK.
000263* 2026-10-15  RS  ADDED CJ-ACTION-RENUMBER AND CJ-LINKED-PESEL
000266*                 FOR REGISTRY NUMBER CHANGES (PESELRAP).
000267* 2026-10-15  RS  NOTED THE "FRAUDHLD" SOURCE ON THE ADD OF A
000268*                 RELEASED FRAUD-SCREEN HOLD.
000269* 2026-10-15  RS  ADDED CJB-/CJA-ADDRESS-FLAG FROM THE FILLER SO
000270*                 THE JOURNAL CARRIES CM-ADDRESS-FLAG AND PESELRCV
000271*                 RESTORES IT.
000275*================================================================
000280 01  CUSTOMER-JOURNAL-RECORD.
000290     05  CJ-KEY.
000300         10  CJ-PESEL            PIC 9(11).
000310         10  CJ-STAMP            PIC 9(16).
000320         10  CJ-SEQ              PIC 9(02).
000330     05  CJ-TIMESTAMP            PIC X(19).
000340     05  CJ-ACTION               PIC X(01).
000350         88  CJ-ACTION-ADD               VALUE 'A'.
000360         88  CJ-ACTION-CHANGE            VALUE 'C'.
000370         88  CJ-ACTION-DEACTIVATE        VALUE 'I'.
000380         88  CJ-ACTION-REACTIVATE        VALUE 'R'.
000390         88  CJ-ACTION-ERASE             VALUE 'E'.
000400         88  CJ-ACTION-DELETE            VALUE 'D'.
000405         88  CJ-ACTION-RENUMBER          VALUE 'N'.
000410     05  CJ-SOURCE               PIC X(08).
000420     05  CJ-USER-ID              PIC X(08).
000430     05  CJ-TERMINAL             PIC X(04).
000440     05  CJ-BRANCH               PIC X(04).
000450     05  CJ-BEFORE-IMAGE         PIC X(94).
000460     05  CJB-FIELDS REDEFINES CJ-BEFORE-IMAGE.
000470         10  CJB-PESEL           PIC X(11).
000480         10  CJB-CUSTOMER-NAME   PIC X(30).
000490         10  CJB-ADDRESS         PIC X(40).
000500         10  CJB-DATE-ADDED      PIC X(08).
000510         10  CJB-STATUS-FLAG     PIC X(01).
000520         10  CJB-SOURCE-BRANCH   PIC X(04).
000530     05  CJ-AFTER-IMAGE          PIC X(94).
000540     05  CJA-FIELDS REDEFINES CJ-AFTER-IMAGE.
000550         10  CJA-PESEL           PIC X(11).
000560         10  CJA-CUSTOMER-NAME   PIC X(30).
000570         10  CJA-ADDRESS         PIC X(40).
000580         10  CJA-DATE-ADDED      PIC X(08).
000590         10  CJA-STATUS-FLAG     PIC X(01).
000600         10  CJA-SOURCE-BRANCH   PIC X(04).
000605     05  CJ-LINKED-PESEL         PIC X(11).
000615     05  CJB-ADDRESS-FLAG        PIC X(01).
000625     05  CJA-ADDRESS-FLAG        PIC X(01).
000635     05  FILLER                  PIC X(06).
