      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Parameter block for the run-control ledger subprogram
      * (DPAYRUN).  The caller supplies the 01 level, sets the
      * function and its own program name, and CALLs DPAYRUN:
      *  - 'S' start  - as the run begins.  DPAYRUN returns the
      *                 business date and run sequence it registered
      *                 the run under, and MAY-RUN, or REFUSED with
      *                 the reason in MESSAGE - the caller must then
      *                 end at once with return code 16;
      *  - 'F' finish - as the run ends, with the block as the start
      *                 left it, the run's return code and up to
      *                 three key counts (a label and a value each;
      *                 the start clears them).
           10  DPAYRCP-FUNCTION            PIC X(01).
               88  DPAYRCP-START               VALUE 'S'.
               88  DPAYRCP-FINISH              VALUE 'F'.
           10  DPAYRCP-PROGRAM             PIC X(08).
           10  DPAYRCP-RETURN-CD           PIC S9(04).
           10  DPAYRCP-COUNT               OCCURS 3 TIMES.
               15  DPAYRCP-COUNT-LABEL     PIC X(16).
               15  DPAYRCP-COUNT-VALUE     PIC 9(09).
           10  DPAYRCP-BUS-DATE            PIC X(10).
           10  DPAYRCP-RUN-SEQ             PIC 9(05).
           10  DPAYRCP-RESULT              PIC X(01).
               88  DPAYRCP-MAY-RUN             VALUE 'Y'.
               88  DPAYRCP-REFUSED             VALUE 'N'.
           10  DPAYRCP-MESSAGE             PIC X(60).
