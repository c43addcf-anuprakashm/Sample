      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Record layout for the case note trail (DPAYCSNT), keyed on
      * case number and note sequence.  One record per action taken
      * on a case - opened, noted, reassigned or closed - in the
      * order taken, with when, by which operator and the text keyed:
      * the complaint on opening, the note, the reason for a
      * reassignment (and the owners either side), or the outcome on
      * closing.  Written by DPAYCSM.
       01  DPAYCSN-RECORD.
           10  DPAYCSN-KEY.
               15  DPAYCSN-CASE-NO         PIC 9(09).
               15  DPAYCSN-NOTE-SEQ        PIC 9(05).
           10  DPAYCSN-ACTION              PIC X(01).
               88  DPAYCSN-OPENED              VALUE 'O'.
               88  DPAYCSN-NOTED               VALUE 'N'.
               88  DPAYCSN-REASSIGNED          VALUE 'R'.
               88  DPAYCSN-CLOSED              VALUE 'C'.
           10  DPAYCSN-NOTE-TS             PIC X(19).
           10  DPAYCSN-OPER-ID             PIC X(08).
           10  DPAYCSN-OLD-OWNER           PIC X(08).
           10  DPAYCSN-NEW-OWNER           PIC X(08).
           10  DPAYCSN-TEXT                PIC X(60).
           10  FILLER                      PIC X(10).
