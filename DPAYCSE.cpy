      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Record layout for the payment investigation case master
      * (DPAYCASE), keyed on the case number, with the consent the
      * case is about (DFHCA-01-CONSENT-ID) as an alternate key, with
      * duplicates, so every case against a consent can be found.
      * Two kinds of record share the file:
      *  - the control record, case number zero, which holds the last
      *    case number issued;
      *  - one case record per investigation: its type, who owns it,
      *    when and by whom it was opened, the target resolution date
      *    for its type, the customer's complaint as first recorded,
      *    how many entries its note trail (DPAYCSNT) holds, and, once
      *    closed, by whom, when and how - a case closed as a charge
      *    refund carries the charge refunded and the amount.
      * Maintained by DPAYCSM; read by DPAYCSA and DPAYINQ.
       01  DPAYCSE-RECORD.
           10  DPAYCSE-CASE-NO             PIC 9(09).
               88  DPAYCSE-CONTROL-RECORD      VALUE ZERO.
           10  DPAYCSE-CONSENT-ID          PIC 9(09).
           10  DPAYCSE-CASE-DETAIL.
               15  DPAYCSE-CASE-TYPE       PIC X(02).
                   88  DPAYCSE-NON-RECEIPT     VALUE 'NR'.
                   88  DPAYCSE-WRONG-AMOUNT    VALUE 'WA'.
                   88  DPAYCSE-CHARGE-DISPUTE  VALUE 'CD'.
                   88  DPAYCSE-DUPLICATE       VALUE 'DU'.
                   88  DPAYCSE-FRAUD-CLAIM     VALUE 'FC'.
               15  DPAYCSE-CASE-STATUS     PIC X(01).
                   88  DPAYCSE-CASE-OPEN       VALUE 'O'.
                   88  DPAYCSE-CASE-CLOSED     VALUE 'C'.
               15  DPAYCSE-OWNER           PIC X(08).
               15  DPAYCSE-OPENED-BY       PIC X(08).
               15  DPAYCSE-OPENED-TS       PIC X(19).
               15  DPAYCSE-TARGET-DATE     PIC X(10).
               15  DPAYCSE-SUMMARY         PIC X(60).
               15  DPAYCSE-NOTE-CT         PIC 9(05).
               15  DPAYCSE-LAST-ACTION-TS  PIC X(19).
               15  DPAYCSE-CLOSED-BY       PIC X(08).
               15  DPAYCSE-CLOSED-TS       PIC X(19).
               15  DPAYCSE-CLOSE-CODE      PIC X(02).
                   88  DPAYCSE-CLOSE-RESOLVED  VALUE 'RS'.
                   88  DPAYCSE-CLOSE-REFUND    VALUE 'CR'.
                   88  DPAYCSE-CLOSE-NO-FAULT  VALUE 'NF'.
                   88  DPAYCSE-CLOSE-WITHDRAWN VALUE 'WD'.
               15  DPAYCSE-REFUND-CHG-NO   PIC 9(01).
               15  DPAYCSE-REFUND-AMT      PIC S9(10)V99.
               15  DPAYCSE-REFUND-CUR      PIC X(03).
           10  DPAYCSE-CONTROL-DETAIL REDEFINES DPAYCSE-CASE-DETAIL.
               15  DPAYCSE-LAST-CASE-NO    PIC 9(09).
               15  FILLER                  PIC X(168).
           10  FILLER                      PIC X(20).
