      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2018.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Parameter block for the business-day calendar subprogram
      * (DPAYBDY).  The caller supplies the 01 level, sets the
      * function, the debit account scheme and the date(s) as plain
      * YYYYMMDD numbers, and CALLs DPAYBDY:
      *  - 'T' test   - is FROM-DATE a business day for the scheme;
      *  - 'N' next   - RESULT-DATE is the first business day on or
      *                 after FROM-DATE (FROM-DATE itself when it is
      *                 already a business day);
      *  - 'C' count  - DAY-COUNT is the number of business days
      *                 after FROM-DATE up to and including TO-DATE
      *                 (zero when TO-DATE is not after FROM-DATE).
      * Every call also returns whether FROM-DATE is a business day
      * and the scheme's rule for a non-business execution date.
           10  DPAYBDP-FUNCTION            PIC X(01).
               88  DPAYBDP-TEST-DAY            VALUE 'T'.
               88  DPAYBDP-NEXT-DAY            VALUE 'N'.
               88  DPAYBDP-COUNT-DAYS          VALUE 'C'.
           10  DPAYBDP-SCHEME              PIC X(50).
           10  DPAYBDP-FROM-DATE           PIC 9(08).
           10  DPAYBDP-TO-DATE             PIC 9(08).
           10  DPAYBDP-RESULT-DATE         PIC 9(08).
           10  DPAYBDP-DAY-COUNT           PIC 9(05).
           10  DPAYBDP-BUSINESS-SW         PIC X(01).
               88  DPAYBDP-BUSINESS-DAY        VALUE 'Y'.
           10  DPAYBDP-NONBUS-RULE         PIC X(01).
               88  DPAYBDP-RULE-REJECT         VALUE 'R'.
               88  DPAYBDP-RULE-ROLL           VALUE 'F'.
