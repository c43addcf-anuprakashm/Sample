      * consent-status transition (an old status of space marks the
      * first capture of the consent), so the full lifecycle of a
      * consent can still be shown after DPAYRECN has rotated the
      * daily image file.  Never rotated or purged.  The operator
      * is whoever drove the transition - the operator ID from the
      * card for a card-driven batch, the batch's own name for an
      * automatic sweep, or the keying operator on first capture.
       01  DPAYHST-RECORD.
           10  DPAYHST-CONSENT-ID          PIC 9(9).
           10  DPAYHST-OLD-STATUS          PIC X(01).
           10  DPAYHST-NEW-STATUS          PIC X(01).
           10  DPAYHST-PAY-STATUS          PIC X(04).
           10  DPAYHST-EVENT-TS            PIC X(32).
           10  DPAYHST-OPER-ID             PIC X(08).
