      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Record layout for the charge refund file (DPAYCRFD), keyed on
      * the case number.  One record per case closed as a charge
      * refund (DPAYCSM): the consent, the charge occurrence refunded
      * with its bearer, type and currency, the amount given back to
      * the customer's debit account and the day it was granted.
      * Each record is picked up once by each of its two consumers,
      * which stamp it as they do so:
      *  - the monthly billing run (DPAYCHG) bills it, as a credit
      *    against the charge, in the first billing month run on or
      *    after the refund date, and sets BILLED-MONTH;
      *  - the GL extract (DPAYGLX) posts it on the first posting
      *    date run on or after the refund date, and sets
      *    GL-POSTED-DATE.
      * A rerun for the same month or date picks its own refunds up
      * again, so a rerun file is complete.
       01  DPAYCRF-RECORD.
           10  DPAYCRF-CASE-NO             PIC 9(09).
           10  DPAYCRF-CONSENT-ID          PIC 9(09).
           10  DPAYCRF-REFUND-DATE         PIC X(10).
           10  DPAYCRF-OPER-ID             PIC X(08).
           10  DPAYCRF-DEBIT-AC            PIC X(16).
           10  DPAYCRF-CHARGE-NO           PIC 9(01).
           10  DPAYCRF-CHARGE-BEARER       PIC X(20).
           10  DPAYCRF-CHARGE-TYPE         PIC X(20).
           10  DPAYCRF-CURRENCY            PIC X(03).
           10  DPAYCRF-AMOUNT              PIC S9(10)V99.
           10  DPAYCRF-BILLED-MONTH        PIC X(07).
               88  DPAYCRF-NOT-BILLED          VALUE SPACES.
           10  DPAYCRF-GL-POSTED-DATE      PIC X(10).
               88  DPAYCRF-NOT-POSTED          VALUE SPACES.
           10  FILLER                      PIC X(20).
