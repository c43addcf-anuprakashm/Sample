      *  18/03/05  RSH  INITIAL VERSION.                               *
      *  18/05/21  RSH  KEEP THE PRE-HOLD STATUS ON THE RECORD SO A    *
      *                 RELEASE CAN RESTORE IT.                        *
      *  19/03/11  RSH  GIVE THE REASON ON THE REVIEW QUEUE RECORD.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYSCR.
                   TO DPAYRVW-MATCHED-NAME
               SET DPAYRVW-DEBIT-SIDE TO TRUE
               MOVE DFHCA-01-CREATE-TS TO DPAYRVW-CREATE-TS
               MOVE "NAME MATCHED WATCHLIST" TO DPAYRVW-REASON
               WRITE DPAYRVW-RECORD
           END-IF.
           IF DPAYSCR-CREDIT-MATCHED
                   TO DPAYRVW-MATCHED-NAME
               SET DPAYRVW-CREDIT-SIDE TO TRUE
               MOVE DFHCA-01-CREATE-TS TO DPAYRVW-CREATE-TS
               MOVE "NAME MATCHED WATCHLIST" TO DPAYRVW-REASON
               WRITE DPAYRVW-RECORD
           END-IF.
           CLOSE DPAYRVWQ-FILE.
