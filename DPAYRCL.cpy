      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Record layout for the run-control ledger (DPAYRCL), keyed on
      * business date (YYYY-MM-DD) and run sequence.  Two kinds of
      * record share the file:
      *  - the control record, keyed with a blank business date and
      *    sequence zero, which holds the business date now open, the
      *    last run sequence used on it, and the date last closed and
      *    when.  It is written by the first run ever registered and
      *    moved on only by the business-date roll (DPAYEOD);
      *  - one run record per batch run registered against the open
      *    business date, numbered in the order the runs started:
      *    the program, when it started and finished, its return
      *    code and up to three key counts it reports, and - for a
      *    refused start - why.  A run finishing with return code 16
      *    or more has FAILED and does not count as completed.
      * Written by DPAYRUN for every batch as it starts and finishes;
      * reported, and the day closed, by DPAYEOD.
       01  DPAYRCL-RECORD.
           10  DPAYRCL-KEY.
               15  DPAYRCL-BUS-DATE        PIC X(10).
                   88  DPAYRCL-CONTROL-RECORD  VALUE SPACES.
               15  DPAYRCL-RUN-SEQ         PIC 9(05).
           10  DPAYRCL-RUN-DETAIL.
               15  DPAYRCL-PROGRAM         PIC X(08).
               15  DPAYRCL-RUN-STATE       PIC X(01).
                   88  DPAYRCL-RUN-STARTED     VALUE 'S'.
                   88  DPAYRCL-RUN-COMPLETED   VALUE 'C'.
                   88  DPAYRCL-RUN-FAILED      VALUE 'F'.
                   88  DPAYRCL-RUN-REFUSED     VALUE 'R'.
               15  DPAYRCL-START-TS        PIC X(19).
               15  DPAYRCL-END-TS          PIC X(19).
               15  DPAYRCL-RETURN-CD       PIC S9(04).
               15  DPAYRCL-COUNT           OCCURS 3 TIMES.
                   20  DPAYRCL-COUNT-LABEL  PIC X(16).
                   20  DPAYRCL-COUNT-VALUE  PIC 9(09).
               15  DPAYRCL-MESSAGE         PIC X(60).
           10  DPAYRCL-CONTROL-DETAIL REDEFINES DPAYRCL-RUN-DETAIL.
               15  DPAYRCL-OPEN-BUS-DATE   PIC X(10).
               15  DPAYRCL-LAST-RUN-SEQ    PIC 9(05).
               15  DPAYRCL-LAST-CLOSED-DATE
                                           PIC X(10).
               15  DPAYRCL-CLOSED-TS       PIC X(19).
               15  FILLER                  PIC X(142).
           10  FILLER                      PIC X(20).
