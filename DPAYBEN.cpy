      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      * Record layout for the beneficiary reference file (DPAYBEN),
      * keyed on credit account.  Two kinds of record share the file:
      *  - one account record per registered beneficiary account,
      *    giving the name the account is held in, whether it is
      *    open or closed, when and by whom that status was last
      *    set, and - for an account closed by a scheme return -
      *    the scheme's reason code;
      *  - the rules record, keyed '*RULES', saying what happens to
      *    a payment for each grade of the confirmation-of-payee
      *    check: 'P' pass it, 'H' hold it for review, 'R' reject
      *    it.  Without a rules record a close match or no match is
      *    held, a closed account is rejected and an account not on
      *    file is passed.
      * Loaded and maintained, with audit, by DPAYBNM; read by
      * DPAYCOP; an account is marked closed by DPAYRSP when the
      * scheme returns a payment to it as a closed account.
       01  DPAYBEN-RECORD.
           10  DPAYBEN-CREDIT-AC           PIC X(16).
               88  DPAYBEN-RULES-RECORD        VALUE "*RULES".
           10  DPAYBEN-BODY                PIC X(90).
           10  DPAYBEN-ACCOUNT-BODY REDEFINES DPAYBEN-BODY.
               15  DPAYBEN-ACCOUNT-NAME    PIC X(50).
               15  DPAYBEN-AC-STATUS       PIC X(01).
                   88  DPAYBEN-AC-OPEN         VALUE 'O'.
                   88  DPAYBEN-AC-CLOSED       VALUE 'C'.
               15  DPAYBEN-STATUS-DATE     PIC X(10).
               15  DPAYBEN-STATUS-BY       PIC X(08).
               15  DPAYBEN-CLOSE-REASON    PIC X(04).
               15  FILLER                  PIC X(17).
           10  DPAYBEN-RULES-BODY REDEFINES DPAYBEN-BODY.
               15  DPAYBEN-CLOSE-MATCH-ACT PIC X(01).
               15  DPAYBEN-NO-MATCH-ACT    PIC X(01).
               15  DPAYBEN-CLOSED-ACT      PIC X(01).
               15  DPAYBEN-UNREG-ACT       PIC X(01).
               15  DPAYBEN-RULES-SET-BY    PIC X(08).
               15  DPAYBEN-RULES-DATE      PIC X(10).
               15  FILLER                  PIC X(68).
