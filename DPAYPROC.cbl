      *              consent ID, screens the debit and credit customer *
      *              names against the watchlist (a match holds the    *
      *              consent for compliance review rather than         *
      *              rejecting it), confirms the payee name against    *
      *              the beneficiary reference file (a mismatch or a   *
      *              closed account is held or rejected by rule),      *
      *              derives the charge lines from the                 *
      *              published tariff (overriding supplied charges     *
      *              that disagree), runs the edit checks, warehouses  *
      *              an authorised consent whose requested execution   *
      *              CALLed once per commarea by the online            *
      *              transaction and, for bulk submissions, once per   *
      *              item by the batch extract driver (DPAYBULK).      *
      *              The caller names the operator behind the call in  *
      *              DFHCA-01-LAST-OPER-ID - the online transaction    *
      *              its signed-on user, DPAYBULK the item's keyer or  *
      *              the submitting originator, DPAYGEN itself - and   *
      *              it is stamped before any check runs: a consent    *
      *              that does not yet say who keyed it takes that     *
      *              operator as its keyer (DFHCA-01-KEYED-BY-OPER;    *
      *              DPAYCAP keeps the first keyer once it is on the   *
      *              master), and a call naming no operator is         *
      *              recorded against the keyer or, failing that,      *
      *              against DPAYPROC - never left blank.  A consent   *
      *              whose keyer is still unknown cannot be given its  *
      *              second approval.                                  *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  18/03/19  RSH  CALL DPAYWHS TO WAREHOUSE FUTURE-DATED ITEMS.  *
      *  18/08/06  RSH  CALL DPAYTRF TO DERIVE CHARGES FROM THE        *
      *                 TARIFF BEFORE THE EDIT CHECKS.                 *
      *  19/02/11  RSH  CALL DPAYCOP FOR CONFIRMATION OF PAYEE.        *
      *  19/07/01  RSH  STAMP THE KEYING AND ACTING OPERATORS BEFORE   *
      *                 THE CHECKS AND THE CAPTURE.                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYPROC.
       PROCEDURE DIVISION USING DFHCOMMAREA.

       0000-MAINLINE.
           PERFORM 0100-STAMP-OPERATOR
               THRU 0100-EXIT.
           CALL "DPAYCHK" USING DFHCOMMAREA.
           IF DFHCA-01-RETURN-CD = ZERO
               CALL "DPAYDUP" USING DFHCOMMAREA
           IF DFHCA-01-RETURN-CD = ZERO
               CALL "DPAYSCR" USING DFHCOMMAREA
           END-IF.
           IF DFHCA-01-RETURN-CD = ZERO
               CALL "DPAYCOP" USING DFHCOMMAREA
           END-IF.
           IF DFHCA-01-RETURN-CD = ZERO
               CALL "DPAYTRF" USING DFHCOMMAREA
           END-IF.
           CALL "DPAYWHS" USING DFHCOMMAREA.
           CALL "DPAYCAP" USING DFHCOMMAREA.
           GOBACK.

      *****************************************************************
      * THE OPERATOR THE CALLER NAMES IS THE KEYER OF A CONSENT THAT  *
      * DOES NOT YET RECORD ONE, AND THE OPERATOR THE STATUS HISTORY  *
      * RECORDS FOR THIS CALL.  A CALL THAT NAMES NO OPERATOR IS PUT  *
      * DOWN TO THE KEYER, OR TO DPAYPROC ITSELF - THE KEYER IS NOT   *
      * INVENTED, SO AN UNKNOWN KEYER STAYS VISIBLY UNKNOWN.          *
      *****************************************************************
       0100-STAMP-OPERATOR.
           IF DFHCA-01-KEYED-BY-OPER = SPACES
               MOVE DFHCA-01-LAST-OPER-ID TO DFHCA-01-KEYED-BY-OPER
           END-IF.
           IF DFHCA-01-LAST-OPER-ID = SPACES
               MOVE DFHCA-01-KEYED-BY-OPER TO DFHCA-01-LAST-OPER-ID
           END-IF.
           IF DFHCA-01-LAST-OPER-ID = SPACES
               MOVE "DPAYPROC" TO DFHCA-01-LAST-OPER-ID
           END-IF.
       0100-EXIT.
           EXIT.
