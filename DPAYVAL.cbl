      *                  be a valid date no earlier than today and     *
      *                  inside the warehousing horizon, whenever the  *
      *                  consent is being moved to authorised status.  *
      *                  (SPACES MEANS EXECUTE IMMEDIATELY.)  A date   *
      *                  that is not a business day for the debit     *
      *                  account scheme is rejected or rolled forward  *
      *                  to the next business day, as the scheme's     *
      *                  rule on the business-day calendar says -      *
      *                  checked by the CALLed subprogram DPAYBDY.     *
      *              A consent that passes every edit but whose       *
      *              amount is above the dual-authorisation threshold *
      *              for its scheme and currency is stopped in        *
      *              awaiting-second-approval status instead of       *
      *              authorising - checked by the CALLed subprogram   *
      *              DPAYFEC against the threshold file (DPAYFEY).    *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  17/09/05  RSH  ADDED ACCOUNT SCHEME REFERENCE-DATA CHECK.     *
      *  18/02/19  RSH  CALL DPAYLMT FOR DEBIT-ACCOUNT LIMIT CHECKS.   *
      *  18/03/19  RSH  VALIDATE THE REQUESTED EXECUTION DATE.         *
      *  18/11/05  RSH  CALL DPAYFEC FOR DUAL AUTHORISATION.           *
      *  18/12/10  RSH  REJECT OR ROLL A NON-BUSINESS EXECUTION DATE   *
      *                 BY THE SCHEME'S BUSINESS-DAY CALENDAR RULE.    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYVAL.
           VALUE "IS IN THE PAST".
       77  DPAYVAL-REASON-HORIZON     PIC X(24)
           VALUE "IS BEYOND THE HORIZON".
       77  DPAYVAL-REASON-NONBUS      PIC X(24)
           VALUE "IS NOT A BUSINESS DAY".

       01  DPAYVAL-BDY-PARMS.
           COPY DPAYBDP.

      *****************************************************************
      * SCHEME REFERENCE TABLE - SUPPORTED DFHCA-01-xxxx-SCHEMENAME   *
                   AND DFHCA-01-CONSENT-AUTHORISED
               CALL "DPAYLMT" USING DFHCOMMAREA
           END-IF.
           IF DFHCA-01-RETURN-CD = ZERO
                   AND DFHCA-01-CONSENT-AUTHORISED
               CALL "DPAYFEC" USING DFHCOMMAREA
           END-IF.
           GOBACK.

      *****************************************************************

      *****************************************************************
      * A REQUESTED EXECUTION DATE (SPACES MEANS EXECUTE IMMEDIATELY) *
      * MUST BE A REAL DATE, NO EARLIER THAN TODAY, A BUSINESS DAY   *
      * (OR ROLLED FORWARD TO ONE) AND NO FURTHER AHEAD THAN THE     *
      * WAREHOUSING HORIZON, BEFORE THE CONSENT MAY MOVE TO          *
      * AUTHORISED STATUS.                                           *
      *****************************************************************
       4000-CHECK-EXEC-DATE.
           IF DFHCA-01-REQD-EXEC-DATE = SPACES
                   THRU 4100-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4200-CHECK-BUSINESS-DAY
               THRU 4200-EXIT.
           IF DFHCA-01-RETURN-CD NOT = ZERO
               GO TO 4000-EXIT
           END-IF.
           IF DPAYVAL-DAYS-AHEAD > DPAYVAL-EXEC-HORIZON
               MOVE DPAYVAL-REASON-HORIZON TO DPAYVAL-MSG-EXEC-REASON
               PERFORM 4100-REJECT-EXEC-DATE
           MOVE DPAYVAL-EXEC-DATE-MESSAGE TO DFHCA-01-ERROR-MSG.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * A REQUESTED EXECUTION DATE THAT IS NOT A BUSINESS DAY FOR THE *
      * DEBIT ACCOUNT SCHEME IS REJECTED, OR ROLLED FORWARD TO THE    *
      * NEXT BUSINESS DAY, AS THE SCHEME'S RULE ON THE CALENDAR SAYS. *
      * A ROLLED DATE REPLACES THE REQUESTED DATE ON THE CONSENT - SO *
      * THE WAREHOUSE AND RELEASE SEE THE DATE IT WILL REALLY SETTLE  *
      * - AND THE HORIZON TEST THAT FOLLOWS APPLIES TO IT.            *
      *****************************************************************
       4200-CHECK-BUSINESS-DAY.
           SET DPAYBDP-NEXT-DAY TO TRUE.
           MOVE DFHCA-01-DEBIT-AC-SCHEMENAME TO DPAYBDP-SCHEME.
           MOVE DPAYVAL-EXEC-WORK-DATE-N TO DPAYBDP-FROM-DATE.
           CALL "DPAYBDY" USING DPAYVAL-BDY-PARMS.
           IF DPAYBDP-BUSINESS-DAY
               GO TO 4200-EXIT
           END-IF.
           IF DPAYBDP-RULE-REJECT
               MOVE DPAYVAL-REASON-NONBUS TO DPAYVAL-MSG-EXEC-REASON
               PERFORM 4100-REJECT-EXEC-DATE
                   THRU 4100-EXIT
               GO TO 4200-EXIT
           END-IF.
           MOVE DPAYBDP-RESULT-DATE TO DPAYVAL-EXEC-WORK-DATE-N.
           MOVE DPAYVAL-EXEC-WORK-DATE (1:4)
               TO DFHCA-01-REQD-EXEC-DATE (1:4).
           MOVE DPAYVAL-EXEC-WORK-DATE (5:2)
               TO DFHCA-01-REQD-EXEC-DATE (6:2).
           MOVE DPAYVAL-EXEC-WORK-DATE (7:2)
               TO DFHCA-01-REQD-EXEC-DATE (9:2).
           COMPUTE DPAYVAL-EXEC-INTEGER =
               FUNCTION INTEGER-OF-DATE (DPAYVAL-EXEC-WORK-DATE-N).
           COMPUTE DPAYVAL-DAYS-AHEAD =
               DPAYVAL-EXEC-INTEGER - DPAYVAL-TODAY-INTEGER.
       4200-EXIT.
           EXIT.
