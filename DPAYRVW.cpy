      * Record layout for the compliance review queue (DPAYRVWQ).
      * One record is appended by DPAYSCR each time a debit or
      * credit customer name matches the watchlist and the consent
      * is placed in held-for-review status, and by DPAYFRD each
      * time the nightly fraud-pattern scoring holds a consent (name
      * side 'FRAUD', the payee's name as the matched name).  The
      * reason says why the consent was held.  The compliance team
      * works the queue and disposes of each consent through the
      * disposition batch (DPAYDSP).
       01  DPAYRVW-RECORD.
           10  DPAYRVW-NAME-SIDE           PIC X(06).
               88  DPAYRVW-DEBIT-SIDE          VALUE 'DEBIT'.
               88  DPAYRVW-CREDIT-SIDE         VALUE 'CREDIT'.
               88  DPAYRVW-FRAUD-ALERT         VALUE 'FRAUD'.
           10  DPAYRVW-CREATE-TS           PIC X(32).
           10  DPAYRVW-REASON              PIC X(80).
