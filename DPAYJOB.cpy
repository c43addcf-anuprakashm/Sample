      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * The batch job table for the run-control ledger, in the order
      * the nightly suite runs.  For each batch : its class, and up
      * to three jobs that must have COMPLETED on the same business
      * date before it may start.
      *  - 'D' nightly    - runs once every business date; it may not
      *                     run again once completed, and the day is
      *                     not closed until it has completed;
      *  - 'P' periodic   - runs once on a date when it runs at all
      *                     (month end, housekeeping);
      *  - 'A' on request - card-driven or per-file, as often as
      *                     needed.
      * A batch not in the table is treated as on request with no
      * prerequisites.  Why each prerequisite exists:
      *  - DPAYBAL before DPAYRECN, which empties DPAYIMG, and before
      *    DPAYDLV, which rewrites DPAYNTFQ - after either, today's
      *    balancing can no longer be proven;
      *  - DPAYRSP before DPAYGLX, so the day's returns are posted;
      *  - DPAYREL and DPAYGEN before the settlement files are built
      *    by DPAYBULK and DPAYSUB, so released and generated
      *    payments go out in the same window.
      * Used by DPAYRUN and DPAYEOD.
       01  DPAYJOB-TABLE-VALUES.
           05  FILLER          PIC X(09) VALUE "DPAYFXL D".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYRSP D".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYREL D".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYGEN D".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYBULKA".
           05  FILLER          PIC X(24) VALUE "DPAYREL DPAYGEN".
           05  FILLER          PIC X(09) VALUE "DPAYSUB D".
           05  FILLER          PIC X(24) VALUE "DPAYREL DPAYGEN".
           05  FILLER          PIC X(09) VALUE "DPAYGLX D".
           05  FILLER          PIC X(24) VALUE "DPAYRSP".
           05  FILLER          PIC X(09) VALUE "DPAYRISKD".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYEXP D".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYFRD D".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYAGE D".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYCSA D".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYBAL D".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYRECND".
           05  FILLER          PIC X(24) VALUE "DPAYBAL".
           05  FILLER          PIC X(09) VALUE "DPAYDLV D".
           05  FILLER          PIC X(24) VALUE "DPAYBAL".
           05  FILLER          PIC X(09) VALUE "DPAYARC P".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYCHG P".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYSTM A".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYAPV A".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYCAN A".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYDSP A".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYEXT A".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYINQ A".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYCAL A".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYMNT A".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYBNM A".
           05  FILLER          PIC X(24) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE "DPAYCSM A".
           05  FILLER          PIC X(24) VALUE SPACES.
       01  DPAYJOB-TABLE REDEFINES DPAYJOB-TABLE-VALUES.
           05  DPAYJOB-ENTRY               OCCURS 27 TIMES.
               10  DPAYJOB-PROGRAM         PIC X(08).
               10  DPAYJOB-CLASS           PIC X(01).
                   88  DPAYJOB-NIGHTLY         VALUE 'D'.
                   88  DPAYJOB-PERIODIC        VALUE 'P'.
                   88  DPAYJOB-ON-REQUEST      VALUE 'A'.
               10  DPAYJOB-PREREQ          PIC X(08)
                                           OCCURS 3 TIMES.
       01  DPAYJOB-ENTRY-CT            PIC 9(03) COMP VALUE 27.
