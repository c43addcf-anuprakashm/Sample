      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Record layout for the currency reference-rate file (DPAYFXR),
      * keyed on currency code.  Two kinds of record share the file:
      *  - the control record, keyed '***', naming the base currency
      *    every equivalent is expressed in and how many business
      *    days old a rate may be before it is stale;
      *  - one rate record per currency, giving the units of base
      *    currency one unit of the currency buys, the date the rate
      *    was fixed, and the feed or operator that loaded it.
      * The base currency itself needs no rate record.  Loaded by
      * DPAYFXL; read by DPAYFXC on behalf of the limits check, the
      * funds-risk sweep, the aging report and the balancing run.
       01  DPAYFXR-RECORD.
           10  DPAYFXR-CURRENCY            PIC X(03).
               88  DPAYFXR-CONTROL-RECORD      VALUE "***".
           10  DPAYFXR-BODY                PIC X(40).
           10  DPAYFXR-RATE-BODY REDEFINES DPAYFXR-BODY.
               15  DPAYFXR-RATE            PIC 9(05)V9(08).
               15  DPAYFXR-RATE-DATE       PIC X(10).
               15  DPAYFXR-LOADED-BY       PIC X(08).
               15  FILLER                  PIC X(09).
           10  DPAYFXR-CONTROL-BODY REDEFINES DPAYFXR-BODY.
               15  DPAYFXR-BASE-CURRENCY   PIC X(03).
               15  DPAYFXR-MAX-AGE-DAYS    PIC 9(03).
               15  DPAYFXR-CONTROL-SET-BY  PIC X(08).
               15  FILLER                  PIC X(26).
