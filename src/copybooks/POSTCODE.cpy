000010*================================================================
000020*    POSTCODE - POSTAL-CODE REFERENCE RECORD LAYOUT
000030*    ONE RECORD PER POSTAL CODE AND TOWN ON THE POCZTA POLSKA
000040*    PNA LIST, RELOADED IN FULL EVERY MONTH BY PESELPCL.  A KSDS
000050*    KEYED ON THE NN-NNN CODE FOLLOWED BY THE TOWN, SO ALL THE
000060*    TOWNS ONE CODE SERVES ARE A GENERIC BROWSE ON THE CODE.
000070*    THE TOWN IS HELD UPPER CASE, LEFT-JUSTIFIED, WITH ITS
000080*    SIGNIFICANT LENGTH IN PN-TOWN-LENGTH SO AN ADDRESS CAN BE
000090*    MATCHED ON THE TOWN FOLLOWED BY A STREET OR A COMMA.
000100*    READ BY PESEL, PESELAUD, AND THE PSMT TRANSACTION
000110*    (PESELMNT) TO CHECK CUSTOMER ADDRESSES - SEE
000120*    CM-ADDRESS-FLAG ON CUSTMAS FOR THE RESULTS.
000130*----------------------------------------------------------------
000140* 2026-10-15  RS  ORIGINAL COPYBOOK.
000150*================================================================
000160 01  POSTAL-CODE-RECORD.
000170     05  PN-KEY.
000180         10  PN-POSTAL-CODE      PIC X(06).
000190         10  PN-TOWN             PIC X(30).
000200     05  PN-TOWN-LENGTH          PIC 9(02).
000210     05  PN-PROVINCE             PIC X(20).
000220     05  PN-LOAD-DATE            PIC 9(08).
000230     05  FILLER                  PIC X(14).
