      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * The payment investigation case types, each with its
      * description and the number of business days (house calendar,
      * scheme '*DEFAULT' on DPAYHOL) allowed from the day a case is
      * opened to its target resolution date.  The codes are those
      * of DPAYCSE-CASE-TYPE.  Used by DPAYCSM, DPAYCSA and DPAYINQ.
       01  DPAYCST-TYPE-VALUES.
           05  FILLER                     PIC X(25)
               VALUE "NRNON-RECEIPT         005".
           05  FILLER                     PIC X(25)
               VALUE "WAWRONG AMOUNT        005".
           05  FILLER                     PIC X(25)
               VALUE "CDCHARGE DISPUTE      010".
           05  FILLER                     PIC X(25)
               VALUE "DUDUPLICATE PAYMENT   003".
           05  FILLER                     PIC X(25)
               VALUE "FCFRAUD CLAIM         015".
       01  DPAYCST-TYPE-TABLE REDEFINES DPAYCST-TYPE-VALUES.
           05  DPAYCST-TYPE-ENTRY         OCCURS 5 TIMES
                                          INDEXED BY DPAYCST-TYPE-IDX.
               10  DPAYCST-TYPE-CODE      PIC X(02).
               10  DPAYCST-TYPE-DESC      PIC X(20).
               10  DPAYCST-TARGET-DAYS    PIC 9(03).
