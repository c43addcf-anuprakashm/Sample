      *              not a memory of this run's cards, decides the    *
      *              pull, so residue from an earlier run goes too -  *
      *              and the release batch (DPAYREL) never sees it.   *
      *              Every card carries the ID of the operator who    *
      *              asked for the recall; a card from an operator    *
      *              DPAYOPV does not know, or who is not entitled to *
      *              DPAYCAN, is rejected untouched.  The operator is *
      *              stamped on the consent (DFHCA-01-LAST-OPER-ID)   *
      *              so the status history shows who recalled it.     *
      *              Everything                                       *
      *              cancelled, pulled or in error is reported on     *
      *              DPAYCANR, with the operator on every card line.  *
      *                                                                *
      * INPUT CARD FORMAT (DPAYCANC) :                                 *
      *   COLS 1-9   CONSENT-ID - 9(9), RIGHT JUSTIFIED, ZERO FILLED  *
      *   COLS 10-59 CANCELLATION REASON GIVEN BY THE CUSTOMER        *
      *              (OPTIONAL) - KEPT ON THE CONSENT'S ERROR MESSAGE *
      *              FOR THE CUSTOMER STATEMENT (DPAYSTM)             *
      *   COLS 73-80 OPERATOR ID                                      *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  18/06/25  RSH  INITIAL VERSION.                               *
      *  18/11/26  RSH  OPERATOR ID ON THE CARD, CHECKED AGAINST THE   *
      *                 OPERATOR PROFILES BY DPAYOPV.                  *
      *  19/04/08  RSH  OPTIONAL CANCELLATION REASON ON THE CARD, KEPT *
      *                 ON THE CONSENT'S ERROR MESSAGE.                *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYCAN.
           RECORDING MODE IS F.
       01  DPAYCANC-CARD.
           05  DPAYCANC-CONSENT-ID        PIC 9(09).
           05  DPAYCANC-REASON            PIC X(50).
           05  FILLER                     PIC X(13).
           05  DPAYCANC-OPER-ID           PIC X(08).

       FD  DPAYMAS-FILE.
           COPY DPAYMAS.
       77  DPAYCAN-ERROR-CT           PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCAN-PULLED-CT          PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCAN-CARRIED-CT         PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCAN-OPER-REJECT-CT     PIC 9(07) COMP-3 VALUE 0.

       77  DPAYCAN-FUNCTION           PIC X(08) VALUE "DPAYCAN".
       77  DPAYCAN-OPER-REASON        PIC X(30).

       01  DPAYCAN-TODAY-DATE         PIC X(08).
       01  DPAYCAN-TIME-NOW           PIC X(08).
       01  DPAYCAN-HEADING-2.
           05  FILLER                     PIC X(12) VALUE "CONSENT-ID".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE "OUTCOME".
           05  FILLER                     PIC X(08) VALUE "OPERATOR".

       01  DPAYCAN-DETAIL-LINE.
           05  DPAYCAN-D-ID               PIC 9(09).
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  DPAYCAN-D-OUTCOME          PIC X(28).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCAN-D-OPER             PIC X(08).

       01  DPAYCAN-SUMMARY-1.
           05  FILLER                     PIC X(24)
               VALUE "CARRIED FORWARD : ".
           05  DPAYCAN-S-CARRIED-CT       PIC ZZZ,ZZ9.

       01  DPAYCAN-SUMMARY-3.
           05  FILLER                     PIC X(28)
               VALUE "REJECTED FOR OPERATOR    : ".
           05  DPAYCAN-S-OPER-REJECT-CT   PIC ZZZ,ZZ9.

       01  DPAYCAN-RUN-PARMS.
           COPY DPAYRCP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-REGISTER-START
               THRU 0100-EXIT.
           IF DPAYRCP-REFUSED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALISE
               THRU 1000-EXIT.
           PERFORM 2000-READ-CARD
               THRU 5000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           PERFORM 9900-REGISTER-FINISH
               THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
      * REGISTER THE START OF THE RUN ON THE RUN-CONTROL LEDGER       *
      * (DPAYRUN).  THE START IS REFUSED WHEN A JOB THAT MUST RUN     *
      * FIRST HAS NOT COMPLETED ON THE BUSINESS DATE, OR WHEN THIS    *
      * JOB MAY RUN ONLY ONCE A DATE AND ALREADY HAS.                 *
      *****************************************************************
       0100-REGISTER-START.
           SET DPAYRCP-START TO TRUE.
           MOVE "DPAYCAN" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYCAN-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYCAN-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT DPAYCAN-TIME-NOW FROM TIME.
           EXIT.

      *****************************************************************
      * THE OPERATOR MUST BE KNOWN AND ENTITLED TO RECALL PAYMENTS.   *
      * ONLY AN AUTHORISED CONSENT WHOSE PAYMENT HAS NOT YET POSTED   *
      * CAN BE RECALLED - A POSTED PAYMENT HAS LEFT THE BANK AND CAN  *
      * ONLY COME BACK THROUGH THE SCHEME'S OWN RETURN CHANNEL.       *
       3000-PROCESS-CARD.
           ADD 1 TO DPAYCAN-CARD-CT.
           MOVE DPAYCANC-CONSENT-ID TO DPAYCAN-D-ID.
           MOVE DPAYCANC-OPER-ID TO DPAYCAN-D-OPER.
           CALL "DPAYOPV" USING DPAYCANC-OPER-ID, DPAYCAN-FUNCTION,
                                DPAYCAN-OPER-REASON.
           IF DPAYCAN-OPER-REASON NOT = SPACES
               ADD 1 TO DPAYCAN-OPER-REJECT-CT
               MOVE DPAYCAN-OPER-REASON TO DPAYCAN-D-OUTCOME
               PERFORM 3900-WRITE-DETAIL
                   THRU 3900-EXIT
               GO TO 3000-NEXT
           END-IF.
           MOVE DPAYCANC-CONSENT-ID
               TO DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD.
           READ DPAYMAS-FILE
           MOVE DFHCA-01-CONSENT-STATUS IN DPAYMAS-RECORD
               TO DPAYCAN-PRIOR-STATUS.
           SET DFHCA-01-CONSENT-CANCELLED IN DPAYMAS-RECORD TO TRUE.
           MOVE SPACES TO DFHCA-01-ERROR-MSG IN DPAYMAS-RECORD.
           IF DPAYCANC-REASON = SPACES
               MOVE "CANCELLED AT CUSTOMER REQUEST"
                   TO DFHCA-01-ERROR-MSG IN DPAYMAS-RECORD
           ELSE
               STRING "CANCELLED AT CUSTOMER REQUEST - "
                          DELIMITED BY SIZE
                      DPAYCANC-REASON DELIMITED BY SIZE
                   INTO DFHCA-01-ERROR-MSG IN DPAYMAS-RECORD
               END-STRING
           END-IF.
           MOVE DPAYCAN-NOW-TS
               TO DFHCA-01-LAST-UPDATE-TS IN DPAYMAS-RECORD.
           MOVE DPAYCANC-OPER-ID
               TO DFHCA-01-LAST-OPER-ID IN DPAYMAS-RECORD.
           REWRITE DPAYMAS-RECORD.
           CALL "DPAYNTF" USING DPAYMAS-RECORD, DPAYCAN-PRIOR-STATUS.
           CALL "DPAYHST" USING DPAYMAS-RECORD, DPAYCAN-PRIOR-STATUS.
           MOVE DPAYCAN-CARRIED-CT TO DPAYCAN-S-CARRIED-CT.
           MOVE DPAYCAN-SUMMARY-2 TO DPAYCANR-LINE.
           WRITE DPAYCANR-LINE.
           MOVE DPAYCAN-OPER-REJECT-CT TO DPAYCAN-S-OPER-REJECT-CT.
           MOVE DPAYCAN-SUMMARY-3 TO DPAYCANR-LINE.
           WRITE DPAYCANR-LINE.
           CLOSE DPAYCANC-FILE.
           CLOSE DPAYMAS-FILE.
           CLOSE DPAYCANR-FILE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "CARDS READ" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYCAN-CARD-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "CANCELLED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYCAN-CANCELLED-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "ERRORS" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYCAN-ERROR-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYCAN-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
