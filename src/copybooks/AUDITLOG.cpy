000092*                 AUD-RESULT NOW DISTINGUISHES CHECKSUM FROM
000093*                 DATEBAD REJECTS, MATCHING THE WIDER AUDIT LINE
000094*                 PESEL.CBL NOW WRITES.
000095* 2026-10-15  RS  ADDED AUD-SOURCE-BRANCH AND AUD-NAME-CHECK (OUT
000096*                 OF THE TRAILING FILLER) FOR THE BRANCH
000097*                 DATA-QUALITY SCORECARD (PESELBSC).  LINES
000098*                 WRITTEN BEFORE THIS CHANGE CARRY SPACES THERE.
000104*================================================================
000110 01  AUDIT-LOG-RECORD.
000120     05  AUD-TIMESTAMP        PIC X(19).
000130     05  FILLER               PIC X(02).
000184     05  AUD-SEX-CODE         PIC 9(01).
000186     05  FILLER               PIC X(02).
000188     05  AUD-CLASS-CODE       PIC 9(01).
000198     05  FILLER               PIC X(02).
000208     05  AUD-SOURCE-BRANCH    PIC X(04).
000218     05  FILLER               PIC X(02).
000228     05  AUD-NAME-CHECK       PIC X(01).
000238         88  AUD-NAME-MATCHES         VALUE 'M'.
000248         88  AUD-NAME-DIFFERS         VALUE 'D'.
000258     05  FILLER               PIC X(13).
