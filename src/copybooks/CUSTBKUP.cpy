000010*================================================================
000020*    CUSTBKUP - CUSTMAS BACKUP GENERATION RECORD LAYOUT
000030*    ONE GENERATION OF PROD.PESEL.CUSTBKUP IS WRITTEN BY PESELBKP
000040*    JUST BEFORE EVERY NIGHTLY LOAD AND READ BACK BY THE FORWARD
000050*    RECOVERY (PESELRCV).  IT HOLDS AN 'H' HEADER, EVERY CUSTMAS
000060*    RECORD IN KEY ORDER EXACTLY AS IT WAS ON FILE, AND A 'T'
000070*    TRAILER - THE SAME CONTROL-RECORD CONVENTION AS PESELIN.  A
000080*    DATA LINE STARTS WITH THE NUMERIC PESEL, SO COLUMN 1 'H' OR
000090*    'T' ALWAYS MARKS A CONTROL RECORD.
000100*
000110*    BH-STAMP IS TAKEN BEFORE THE FIRST RECORD IS READ, IN THE
000120*    SAME YYYYMMDDHHMMSSHH FORM AS CJ-STAMP ON THE CHANGE
000130*    JOURNAL - EVERY JOURNAL ENTRY STAMPED AT OR AFTER IT IS A
000140*    CHANGE THE RECOVERY MAY HAVE TO RE-APPLY.  BT-HASH-TOTAL IS
000150*    THE SUM OF THE PESEL KEYS KEPT TO 15 DIGITS, AS ON PESELIN.
000160*----------------------------------------------------------------
000170* 2026-10-15  RS  ORIGINAL COPYBOOK.
000173* 2026-10-15  RS  WIDENED TO 95 BYTES WITH CUSTMAS
000176*                 (CM-ADDRESS-FLAG).
000180*================================================================
000190 01  CUSTOMER-BACKUP-RECORD      PIC X(95).
000200 01  CUSTOMER-BACKUP-CONTROL.
000210     05  BC-RECORD-TYPE          PIC X(01).
000220         88  BC-HEADER-RECORD            VALUE 'H'.
000230         88  BC-TRAILER-RECORD           VALUE 'T'.
000240     05  FILLER                  PIC X(94).
000250 01  CUSTOMER-BACKUP-HEADER.
000260     05  FILLER                  PIC X(01).
000270     05  BH-STAMP                PIC 9(16).
000280     05  BH-TIMESTAMP            PIC X(19).
000290     05  BH-JOB-ID               PIC X(08).
000300     05  FILLER                  PIC X(51).
000310 01  CUSTOMER-BACKUP-TRAILER.
000320     05  FILLER                  PIC X(01).
000330     05  BT-RECORD-COUNT         PIC 9(09).
000340     05  BT-HASH-TOTAL           PIC 9(15).
000350     05  FILLER                  PIC X(70).
