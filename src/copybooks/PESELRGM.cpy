000010*================================================================
000020*    PESELRGM - REGISTRY RECONCILIATION MISMATCH RECORD
000030*    ONE RECORD PER DISCREPANCY PESELREG FINDS BETWEEN CUSTMAS
000040*    AND THE GOVERNMENT REGISTRY EXTRACT.  THE CSRS REVIEW A
000050*    COPY OF THE FILE AND MARK EACH RECORD THEY AGREE WITH 'Y'
000060*    IN MM-APPROVAL (WITH THEIR USER ID IN MM-REVIEWER); PESELRAP
000070*    APPLIES ONLY THE APPROVED NUMBER CHANGES AND DECEASED
000080*    FLAGS FROM THAT REVIEWED COPY.  PESELREG ALWAYS WRITES THE
000090*    TWO REVIEW FIELDS BLANK (PENDING).
000100*----------------------------------------------------------------
000110* 2026-10-15  RS  ORIGINAL COPYBOOK - LAYOUT LIFTED OUT OF
000120*                 PESELREG, WITH THE REVIEW FIELDS ADDED.
000130*================================================================
000140 01  PESEL-MISMATCH-RECORD.
000150     05  MM-CODE                 PIC 9(01).
000160         88  MM-NOT-IN-REGISTRY       VALUE 1.
000170         88  MM-DECEASED-ACTIVE       VALUE 2.
000180         88  MM-NUMBER-CHANGED        VALUE 3.
000190     05  MM-PESEL                PIC 9(11).
000200     05  MM-NEW-PESEL            PIC X(11).
000210     05  MM-APPROVAL             PIC X(01).
000220         88  MM-PENDING               VALUE SPACE.
000230         88  MM-APPROVED              VALUE 'Y'.
000240         88  MM-NOT-APPROVED          VALUE 'N'.
000250     05  MM-REVIEWER             PIC X(08).
