      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2018.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Record layout for the dual-authorisation threshold file
      * (DPAYFEY), keyed on debit account scheme and currency.  A
      * consent whose amount exceeds the threshold for its scheme
      * and currency needs a second, independent approval (DPAYAPV)
      * before it may authorise.  The scheme-wide record keyed
      * '*DEFAULT' for a currency applies to any scheme without its
      * own record for that currency.  Checked by DPAYFEC at the
      * point DPAYVAL authorises a consent; maintained by DPAYMNT.
       01  DPAYFEY-RECORD.
           10  DPAYFEY-KEY.
               15  DPAYFEY-SCHEME          PIC X(50).
               15  DPAYFEY-CURRENCY        PIC X(03).
           10  DPAYFEY-THRESHOLD-AMT       PIC S9(10)V99.
