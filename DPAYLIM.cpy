      * account that has its own limits, plus the scheme-wide
      * default record keyed '*DEFAULT' which applies to any
      * account without its own record.  Checked by DPAYLMT at the
      * point DPAYVAL authorises a consent.  The amounts are in the
      * record's limit currency - spaces meaning the base currency
      * of the reference-rate file - and payments in any other
      * currency are converted into it (DPAYFXC) before they are
      * compared or summed.
       01  DPAYLIM-RECORD.
           10  DPAYLIM-DEBIT-AC            PIC X(16).
           10  DPAYLIM-MAX-SINGLE-AMT      PIC S9(10)V99.
           10  DPAYLIM-MAX-DAILY-AMT       PIC S9(12)V99.
           10  DPAYLIM-MAX-DAILY-CT        PIC 9(05).
           10  DPAYLIM-LIMIT-CUR           PIC X(03).
