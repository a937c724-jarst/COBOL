000131*                 BLANKED BUT THE KEYED RECORD STAYS, SO THE
000132*                 VALIDATOR STILL SEES THE PESEL AS ON FILE AND
000133*                 PESELLD CANNOT RE-ONBOARD AN ERASED CUSTOMER.
000134* 2026-10-15  RS  ADDED CM-DECEASED ('D') AND CM-SUPERSEDED ('S'),
000135*                 BOTH SET ONLY BY THE REGISTRY APPLY (PESELRAP).
000136*                 DECEASED IS A REGISTRY-CONFIRMED DEATH - PSMT
000137*                 WILL NOT FLIP IT BACK.  SUPERSEDED IS THE OLD
000138*                 KEY OF A CUSTOMER WHOSE PESEL WAS REISSUED:
000139*                 NAME AND ADDRESS ARE BLANKED, THE RECORD NOW
000140*                 LIVES UNDER THE NEW KEY, AND CUSTXREF POINTS
000141*                 FROM THE OLD NUMBER TO THE NEW ONE.
000142* 2026-10-15  RS  ADDED CM-ADDRESS-FLAG - THE RESULT OF CHECKING
000143*                 CM-ADDRESS AGAINST THE POSTAL-CODE REFERENCE
000144*                 FILE (POSTCODE) WHEN PESEL LOADED IT OR PSMT
000145*                 LAST CHANGED IT.  A BAD ADDRESS IS STILL
000146*                 ACCEPTED; THE FLAG JUST MARKS IT.  THE RECORD
000147*                 GREW FROM 94 TO 95 BYTES (CUSTMC95 CONVERSION
000148*                 JOB).  THE FLAG IS DERIVED FROM THE ADDRESS, SO
000149*                 THE 94-BYTE JOURNAL IMAGES DO NOT CARRY IT AND
000150*                 A RECORD REBUILT FROM THEM COMES BACK SPACE -
000151*                 PESELAUD RE-CHECKS EVERY ADDRESS REGARDLESS.
000152*                   SPACE  ADDRESS PASSED, OR NEVER CHECKED
000153*                   B      ADDRESS BLANK
000154*                   M      NO POSTAL CODE IN THE ADDRESS
000155*                   F      POSTAL CODE NOT IN NN-NNN FORM
000156*                   U      POSTAL CODE NOT ON THE REFERENCE FILE
000157*                   T      TOWN DOES NOT MATCH THE POSTAL CODE
000158* 2026-10-15  RS  THE JOURNAL NOW CARRIES CM-ADDRESS-FLAG BESIDE
000159*                 ITS IMAGES (CJB-/CJA-ADDRESS-FLAG), SO A RECORD
000160*                 REBUILT BY PESELRCV KEEPS ITS FLAG.  AN ERASED
000161*                 RECORD HAS THE FLAG RESET TO SPACE.
000162*================================================================
000163 01  CUSTOMER-MASTER-RECORD.
000164     05  CM-PESEL                PIC 9(11).
000165     05  CM-CUSTOMER-NAME        PIC X(30).
000170     05  CM-ADDRESS              PIC X(40).
000180     05  CM-DATE-ADDED           PIC 9(08).
000190     05  CM-STATUS-FLAG          PIC X(01).
000200         88  CM-ACTIVE                    VALUES 'A', SPACE.
000210         88  CM-INACTIVE                  VALUE 'I'.
000215         88  CM-ERASED                    VALUE 'E'.
000216         88  CM-DECEASED                  VALUE 'D'.
000217         88  CM-SUPERSEDED                VALUE 'S'.
000220     05  CM-SOURCE-BRANCH        PIC X(04).
000230     05  CM-ADDRESS-FLAG         PIC X(01).
000240         88  CM-ADDRESS-OK                VALUE SPACE.
000250         88  CM-ADDRESS-BLANK             VALUE 'B'.
000260         88  CM-ADDRESS-NO-CODE           VALUE 'M'.
000270         88  CM-ADDRESS-BAD-CODE          VALUE 'F'.
000280         88  CM-ADDRESS-UNKNOWN-CODE      VALUE 'U'.
000290         88  CM-ADDRESS-TOWN-MISMATCH     VALUE 'T'.
