000010*================================================================
000020*    SCORHIST - BRANCH DATA-QUALITY SCORECARD HISTORY RECORD
000030*    ONE 80-BYTE LINE PER BRANCH PER SCORECARD MONTH, APPENDED
000040*    BY PESELBSC AT THE END OF EVERY RUN.  THE NEXT MONTH'S RUN
000050*    READS THE PREVIOUS MONTH'S LINES BACK FOR THE TREND COLUMNS,
000060*    SO THE TREND DOES NOT DEPEND ON HOW LONG THE AUDIT ARCHIVE
000070*    OR CUSTMAS STUB COUNTS LOOKED THE WAY THEY DID THEN.  A
000080*    MONTH RERUN APPENDS A SECOND SET OF LINES FOR THAT MONTH -
000090*    THE READER KEEPS THE LAST ONE IT SEES FOR EACH BRANCH.
000100*
000110*    SH-RATE IS DEFECTS PER 1,000 RECORDS SUBMITTED: CHECKSUM
000120*    REJECTS + BAD BIRTH DATES + DUPLICATES IN BATCH + ONFILE
000130*    NAME MISMATCHES.  SH-STUBS IS THE NUMBER OF LIVE CUSTMAS
000140*    RECORDS FROM THE BRANCH STILL MISSING A NAME OR ADDRESS ON
000150*    THE DAY THE SCORECARD RAN.
000160*----------------------------------------------------------------
000170* 2026-10-15  RS  ORIGINAL COPYBOOK.
000180*================================================================
000190 01  SCORE-HISTORY-RECORD.
000200     05  SH-MONTH             PIC 9(06).
000210     05  FILLER               PIC X(02).
000220     05  SH-BRANCH            PIC X(04).
000230     05  FILLER               PIC X(02).
000240     05  SH-SUBMITTED         PIC 9(07).
000250     05  FILLER               PIC X(02).
000260     05  SH-CHECKSUM          PIC 9(07).
000270     05  FILLER               PIC X(02).
000280     05  SH-BAD-DATE          PIC 9(07).
000290     05  FILLER               PIC X(02).
000300     05  SH-DUP-BATCH         PIC 9(07).
000310     05  FILLER               PIC X(02).
000320     05  SH-NAME-DIFF         PIC 9(07).
000330     05  FILLER               PIC X(02).
000340     05  SH-STUBS             PIC 9(07).
000350     05  FILLER               PIC X(02).
000360     05  SH-RATE              PIC 9(04)V9(01).
000370     05  FILLER               PIC X(07).
