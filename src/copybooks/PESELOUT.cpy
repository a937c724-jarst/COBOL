000096*                 EXTENDED ONBOARDING INPUT RECORD SO PESELLD
000098*                 CAN LOAD COMPLETE CUSTMAS RECORDS THE SAME
000099*                 NIGHT INSTEAD OF BLANK STUBS.
000100* 2026-10-15  RS  ADDED PO-CUSTOMER-DECEASED AND
000101*                 PO-CUSTOMER-REPLACED.  BOTH ARE ALSO
000102*                 PO-CUSTOMER-ON-FILE, SO NEITHER IS EVER LOADED
000103*                 AS A NEW CUSTOMER.
000104* 2026-10-15  RS  ADDED PO-ADDRESS-FLAG - THE RESULT OF CHECKING
000105*                 PO-ADDRESS AGAINST THE POSTAL-CODE REFERENCE,
000106*                 SAME VALUES AS CM-ADDRESS-FLAG, WHICH PESELLD
000107*                 LOADS IT INTO.  SPACE ON A REJECTED RECORD.
000108*================================================================
000110 01  PESEL-OUTPUT-RECORD.
000120     05  PO-PESEL                PIC 9(11).
000130     05  PO-RESULT-CODE          PIC 9(01).
000280         88  PO-CLASS-ADULT                VALUE 3.
000290     05  PO-ON-FILE-CODE         PIC 9(01).
000300         88  PO-CUSTOMER-NEW               VALUE 1.
000305         88  PO-CUSTOMER-ON-FILE           VALUE 2 3 4.
000310         88  PO-CUSTOMER-DECEASED          VALUE 3.
000315         88  PO-CUSTOMER-REPLACED          VALUE 4.
000320     05  PO-CUSTOMER-NAME        PIC X(30).
000330     05  PO-ADDRESS              PIC X(40).
000340     05  PO-SOURCE-BRANCH        PIC X(04).
000350     05  PO-ADDRESS-FLAG         PIC X(01).
000360         88  PO-ADDRESS-OK                VALUE SPACE.
000370         88  PO-ADDRESS-WARNING
000380                                   VALUES 'B' 'M' 'F' 'U' 'T'.
