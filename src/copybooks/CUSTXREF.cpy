000010*================================================================
000020*    CUSTXREF - CUSTMAS PESEL CROSS-REFERENCE RECORD LAYOUT
000030*    ONE RECORD PER CUSTOMER WHOSE PESEL THE REGISTRY REISSUED,
000040*    KEYED ON THE OLD NUMBER AND POINTING TO THE NEW ONE.
000050*    WRITTEN BY PESELRAP WHEN IT MOVES A CUSTMAS RECORD TO ITS
000060*    NEW KEY; THE OLD KEY STAYS ON CUSTMAS AS A BLANKED
000070*    CM-SUPERSEDED RECORD SO THE OLD NUMBER NEVER ONBOARDS AS A
000080*    NEW CUSTOMER.  THE ALTERNATE KEY ON CX-NEW-PESEL LETS A
000090*    PROGRAM HOLDING THE CURRENT NUMBER FIND THE OLD ONE.
000100*----------------------------------------------------------------
000110* 2026-10-15  RS  ORIGINAL COPYBOOK.
000120*================================================================
000130 01  CUSTOMER-XREF-RECORD.
000140     05  CX-OLD-PESEL            PIC 9(11).
000150     05  CX-NEW-PESEL            PIC 9(11).
000160     05  CX-DATE-CHANGED         PIC 9(08).
000170     05  CX-JOB-ID               PIC X(08).
000180     05  CX-REVIEWER             PIC X(08).
000190     05  FILLER                  PIC X(14).
