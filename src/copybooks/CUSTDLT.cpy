000010*================================================================
000020*    CUSTDLT - NIGHTLY CUSTMAS DELTA FEED RECORD LAYOUT
000030*    WRITTEN BY PESELDLT FOR THE DOWNSTREAM CRM AND CORE BANKING
000040*    SYSTEMS.  ONE DETAIL PER CUSTOMER CHANGED SINCE THE LAST
000050*    EXTRACT, BETWEEN AN 'H' HEADER AND A 'T' TRAILER IN THE
000060*    SAME STYLE AS THE PESELIN CONTROL RECORDS - A DETAIL STARTS
000070*    WITH THE NUMERIC PESEL, SO COLUMN 1 'H' OR 'T' ALWAYS MARKS
000080*    A CONTROL RECORD.  DT-RECORD-COUNT IS THE NUMBER OF DETAILS
000090*    AND DT-HASH-TOTAL THE SUM OF THEIR PESELS KEPT TO 15 DIGITS.
000100*    DH-FROM-STAMP / DH-TO-STAMP ARE THE JOURNAL WINDOW COVERED
000110*    (FROM INCLUSIVE, TO EXCLUSIVE), YYYYMMDDHHMMSSHH.
000120*
000130*    DL-ACTION IS THE NET CHANGE OVER THE WINDOW:
000140*      A  ADDED (NEW TO DOWNSTREAM, EVEN IF ALSO CHANGED SINCE)
000150*      C  CHANGED (NAME / ADDRESS)
000160*      I  DEACTIVATED (INCLUDING A REGISTRY-CONFIRMED DEATH -
000170*         DL-STATUS-FLAG 'D')
000180*      R  REACTIVATED
000190*      N  RENUMBERED BY THE REGISTRY - THIS IS THE OLD PESEL,
000200*         DL-LINKED-PESEL IS THE NEW ONE (WHICH ARRIVES AS AN
000210*         'A' CARRYING THE OLD NUMBER IN ITS DL-LINKED-PESEL)
000220*      E  ERASED      } PESEL, ACTION AND TIMESTAMP ONLY -
000230*      D  DELETED     } EVERY OTHER FIELD IS BLANK
000240*    DL-EFFECTIVE-TS IS THE TIME OF THE LAST CHANGE IN THE
000250*    WINDOW; THE OTHER FIELDS ARE THE RECORD AS IT STANDS AT
000260*    EXTRACT TIME.
000270*----------------------------------------------------------------
000280* 2026-10-15  RS  ORIGINAL COPYBOOK.
000290*================================================================
000300 01  CUSTOMER-DELTA-RECORD.
000310     05  DL-PESEL                PIC 9(11).
000320     05  DL-ACTION               PIC X(01).
000330         88  DL-ACTION-ADD               VALUE 'A'.
000340         88  DL-ACTION-CHANGE            VALUE 'C'.
000350         88  DL-ACTION-DEACTIVATE        VALUE 'I'.
000360         88  DL-ACTION-REACTIVATE        VALUE 'R'.
000370         88  DL-ACTION-RENUMBER          VALUE 'N'.
000380         88  DL-ACTION-ERASE             VALUE 'E'.
000390         88  DL-ACTION-DELETE            VALUE 'D'.
000400     05  DL-EFFECTIVE-TS         PIC X(19).
000410     05  DL-CUSTOMER-NAME        PIC X(30).
000420     05  DL-ADDRESS              PIC X(40).
000430     05  DL-DATE-ADDED           PIC X(08).
000440     05  DL-STATUS-FLAG          PIC X(01).
000450     05  DL-SOURCE-BRANCH        PIC X(04).
000460     05  DL-LINKED-PESEL         PIC X(11).
000470     05  FILLER                  PIC X(05).
000480 01  CUSTOMER-DELTA-CONTROL.
000490     05  DC-RECORD-TYPE          PIC X(01).
000500         88  DC-HEADER-RECORD            VALUE 'H'.
000510         88  DC-TRAILER-RECORD           VALUE 'T'.
000520     05  FILLER                  PIC X(129).
000530 01  CUSTOMER-DELTA-HEADER.
000540     05  FILLER                  PIC X(01).
000550     05  DH-EXTRACT-DATE         PIC 9(08).
000560     05  DH-SOURCE-ID            PIC X(08).
000570     05  DH-FROM-STAMP           PIC 9(16).
000580     05  DH-TO-STAMP             PIC 9(16).
000590     05  FILLER                  PIC X(81).
000600 01  CUSTOMER-DELTA-TRAILER.
000610     05  FILLER                  PIC X(01).
000620     05  DT-RECORD-COUNT         PIC 9(07).
000630     05  DT-HASH-TOTAL           PIC 9(15).
000640     05  FILLER                  PIC X(107).
