      *              space marks the first capture), and by the       *
      *              expiry sweep DPAYEXP - with the status the       *
      *              record held before the change.  Nothing is       *
      *              written when the status has not moved.  The      *
      *              record carries the operator who drove the        *
      *              transition (DFHCA-01-LAST-OPER-ID), or the       *
      *              keying operator when no other is recorded.       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  18/04/09  RSH  INITIAL VERSION.                               *
      *  18/11/26  RSH  RECORD THE OPERATOR ON THE HISTORY RECORD.     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYHST.
           MOVE DFHCA-01-CONSENT-STATUS TO DPAYHST-NEW-STATUS.
           MOVE DFHCA-01-DOMESTIC-PAY-STATUS TO DPAYHST-PAY-STATUS.
           MOVE DFHCA-01-LAST-UPDATE-TS TO DPAYHST-EVENT-TS.
           IF DFHCA-01-LAST-OPER-ID = SPACES
               MOVE DFHCA-01-KEYED-BY-OPER TO DPAYHST-OPER-ID
           ELSE
               MOVE DFHCA-01-LAST-OPER-ID TO DPAYHST-OPER-ID
           END-IF.
           WRITE DPAYHST-RECORD.
       2000-EXIT.
           EXIT.
