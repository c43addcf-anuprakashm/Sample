      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Parameter block for the currency conversion subprogram
      * (DPAYFXC).  The caller supplies the 01 level, sets the amount
      * and its currency and the currency wanted - SPACES for the
      * base currency - and CALLs DPAYFXC.  On return TO-AMT holds
      * the equivalent and BASE-CUR the base currency, unless the
      * rate switch says there was no current rate: then TO-AMT is
      * zero, FAIL-CUR names the currency without a current rate and
      * REASON is a message fit for a report or DFHCA-01-ERROR-MSG.
      * A missing or stale rate is never passed over - the caller
      * must stop.
           10  DPAYFXP-FROM-CUR            PIC X(03).
           10  DPAYFXP-FROM-AMT            PIC S9(12)V99.
           10  DPAYFXP-TO-CUR              PIC X(03).
           10  DPAYFXP-TO-AMT              PIC S9(12)V99.
           10  DPAYFXP-BASE-CUR            PIC X(03).
           10  DPAYFXP-RATE-SW             PIC X(01).
               88  DPAYFXP-RATE-OK             VALUE "Y".
               88  DPAYFXP-NO-BASE             VALUE "B".
               88  DPAYFXP-NO-RATE             VALUE "N".
               88  DPAYFXP-STALE-RATE          VALUE "S".
           10  DPAYFXP-FAIL-CUR            PIC X(03).
           10  DPAYFXP-REASON              PIC X(50).
