      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2018.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Record layout for the business-day calendar file (DPAYHOL),
      * keyed on debit account scheme and date (YYYY-MM-DD).  Two
      * kinds of record share the file:
      *  - the scheme rule record, keyed with a blank date, which
      *    says what happens to a requested execution date that is
      *    not a business day (reject it, or roll it forward to the
      *    next business day) and whether the scheme settles at
      *    weekends.  A scheme with its own rule record has its own
      *    calendar; any other scheme uses the calendar and rule of
      *    the '*DEFAULT' scheme;
      *  - one holiday record per non-settlement date for the
      *    scheme.
      * Saturdays and Sundays are never business days unless the
      * rule record says the scheme settles at weekends.  Read by
      * DPAYBDY; maintained, with audit, by DPAYCAL.
       01  DPAYHOL-RECORD.
           10  DPAYHOL-KEY.
               15  DPAYHOL-SCHEME          PIC X(50).
               15  DPAYHOL-DATE            PIC X(10).
                   88  DPAYHOL-RULE-RECORD     VALUE SPACES.
           10  DPAYHOL-DESCRIPTION         PIC X(30).
           10  DPAYHOL-NONBUS-RULE         PIC X(01).
               88  DPAYHOL-RULE-REJECT         VALUE 'R'.
               88  DPAYHOL-RULE-ROLL           VALUE 'F'.
           10  DPAYHOL-WEEKEND-SW          PIC X(01).
               88  DPAYHOL-WEEKEND-OPEN        VALUE 'Y'.
           10  FILLER                      PIC X(08).
