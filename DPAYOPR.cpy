      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2018.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Record layout for the operator profile file (DPAYOPR), keyed
      * on the operator ID.  One record per operator who may submit
      * cards to the card-driven batches, giving the operator's
      * name, whether the profile is active, and the functions the
      * operator is entitled to perform.  A function is the name of
      * the batch the card drives (DPAYCAN, DPAYDSP, DPAYINQ,
      * DPAYEXT, DPAYAPV, DPAYSTM, DPAYEOD, DPAYCSM, DPAYCAL,
      * DPAYBNM, DPAYFXL) - for DPAYMNT, the batch name suffixed
      * with the file code (DPAYMNTL, DPAYMNTW, DPAYMNTT), so a
      * limits officer need not also be able to touch the
      * watchlist.  Closing a case as a charge
      * refund also needs DPAYCSMR, so working cases does not of
      * itself let an operator give money back.
      * Checked by DPAYOPV.
       01  DPAYOPR-RECORD.
           10  DPAYOPR-OPER-ID             PIC X(08).
           10  DPAYOPR-OPER-NAME           PIC X(30).
           10  DPAYOPR-STATUS              PIC X(01).
               88  DPAYOPR-ACTIVE              VALUE 'A'.
               88  DPAYOPR-SUSPENDED           VALUE 'S'.
           10  DPAYOPR-FUNCTION            PIC X(08)
               OCCURS 20 TIMES.
