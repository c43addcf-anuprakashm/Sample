      *               - THE DAY'S CONSENT COUNT FOR THE DEBIT         *
      *                 ACCOUNT, LIKEWISE, EXCEEDS THE MAXIMUM DAILY  *
      *                 COUNT.                                        *
      *              The limits are in the record's limit currency    *
      *              (spaces = the base currency), and every amount   *
      *              in another currency - this consent's and each    *
      *              one in the day's position - is converted into it *
      *              at the reference rate (DPAYFXC) before it is     *
      *              compared or summed.  WHEN ANY AMOUNT HAS NO      *
      *              CURRENT RATE THE CONSENT IS REJECTED, NAMING THE *
      *              CURRENCY - A LIMIT IS NEVER PASSED UNCHECKED.    *
      *              A MISSING LIMITS FILE, OR AN ACCOUNT WITH        *
      *              NEITHER ITS OWN NOR A DEFAULT RECORD, MEANS NO   *
      *              LIMIT APPLIES.  CALLed BY DPAYVAL.               *
      *                 POSITION - A RECALLED PAYMENT (DPAYCAN) WILL   *
      *                 NEVER SETTLE, SO IT MUST NOT BLOCK A FRESH     *
      *                 SUBMISSION ON THE DAILY LIMITS.                *
      *  19/01/14  RSH  LIMITS HELD IN A LIMIT CURRENCY; AMOUNTS IN    *
      *                 OTHER CURRENCIES CONVERTED AT THE REFERENCE    *
      *                 RATE, NO CURRENT RATE REJECTS THE CONSENT.     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYLMT.
       77  DPAYLMT-LIMITS-SW          PIC X(01) VALUE "N".
           88  DPAYLMT-LIMITS-APPLY        VALUE "Y".

       77  DPAYLMT-RATE-SW            PIC X(01) VALUE "Y".
           88  DPAYLMT-RATE-FAILED         VALUE "N".

       77  DPAYLMT-RETCD-LIMIT        PIC S9(4) VALUE +60.
       77  DPAYLMT-RETCD-NO-RATE      PIC S9(4) VALUE +65.

       77  DPAYLMT-DEFAULT-KEY        PIC X(16) VALUE "*DEFAULT".

       77  DPAYLMT-DAILY-AMOUNT       PIC S9(12)V99 COMP-3.
       77  DPAYLMT-DAILY-COUNT        PIC 9(05) COMP-3.
       77  DPAYLMT-CONSENT-EQUIV      PIC S9(12)V99 COMP-3.

      *****************************************************************
      * THE CURRENCY THE LIMITS ARE IN, AS PRINTED IN THE MESSAGES.   *
      *****************************************************************
       77  DPAYLMT-LIMIT-CUR          PIC X(03).

       01  DPAYLMT-FXC-PARMS.
           COPY DPAYFXP.

       01  DPAYLMT-SINGLE-MESSAGE.
           05  FILLER                     PIC X(44)
               VALUE "CONSENT AMOUNT EXCEEDS SINGLE PAYMENT LIMIT ".
           05  DPAYLMT-MSG-SINGLE-AMT     PIC Z(9)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  DPAYLMT-MSG-SINGLE-CUR     PIC X(03).

       01  DPAYLMT-DAILY-AMT-MESSAGE.
           05  FILLER                     PIC X(33)
               VALUE "DEBIT ACCOUNT DAILY AMOUNT LIMIT ".
           05  DPAYLMT-MSG-DAILY-AMT      PIC Z(11)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  DPAYLMT-MSG-DAILY-CUR      PIC X(03).
           05  FILLER                     PIC X(09)
               VALUE " EXCEEDED".

       PROCEDURE DIVISION USING DFHCOMMAREA.

       0000-MAINLINE.
           MOVE "Y" TO DPAYLMT-RATE-SW.
           PERFORM 1000-GET-ACCOUNT-LIMITS
               THRU 1000-EXIT.
           IF DPAYLMT-LIMITS-APPLY
               IF DFHCA-01-RETURN-CD IN DFHCOMMAREA = ZERO
                   PERFORM 4000-BUILD-DAILY-POSITION
                       THRU 4000-EXIT
                   IF DPAYLMT-RATE-FAILED
                       PERFORM 6000-REJECT-NO-RATE
                           THRU 6000-EXIT
                   ELSE
                       PERFORM 5000-CHECK-DAILY-LIMITS
                           THRU 5000-EXIT
                   END-IF
               END-IF
           END-IF.
           GOBACK.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * CONVERT THIS CONSENT INTO THE LIMIT CURRENCY, THEN TEST IT    *
      * AGAINST THE SINGLE PAYMENT LIMIT.                             *
      *****************************************************************
       3000-CHECK-SINGLE-AMOUNT.
           MOVE DFHCA-01-CURRENCY-CD IN DFHCOMMAREA
               TO DPAYFXP-FROM-CUR.
           MOVE DFHCA-01-CONSENT-AMOUNT IN DFHCOMMAREA
               TO DPAYFXP-FROM-AMT.
           PERFORM 3100-CONVERT-TO-LIMIT-CUR
               THRU 3100-EXIT.
           IF DPAYLMT-RATE-FAILED
               PERFORM 6000-REJECT-NO-RATE
                   THRU 6000-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE DPAYFXP-TO-AMT TO DPAYLMT-CONSENT-EQUIV.
           IF DPAYLIM-LIMIT-CUR = SPACES
               MOVE DPAYFXP-BASE-CUR TO DPAYLMT-LIMIT-CUR
           ELSE
               MOVE DPAYLIM-LIMIT-CUR TO DPAYLMT-LIMIT-CUR
           END-IF.
           IF DPAYLMT-CONSENT-EQUIV > DPAYLIM-MAX-SINGLE-AMT
               MOVE DPAYLMT-RETCD-LIMIT
                   TO DFHCA-01-RETURN-CD IN DFHCOMMAREA
               SET DFHCA-01-CONSENT-REJECTED IN DFHCOMMAREA TO TRUE
               MOVE DPAYLIM-MAX-SINGLE-AMT TO DPAYLMT-MSG-SINGLE-AMT
               MOVE DPAYLMT-LIMIT-CUR TO DPAYLMT-MSG-SINGLE-CUR
               MOVE DPAYLMT-SINGLE-MESSAGE
                   TO DFHCA-01-ERROR-MSG IN DFHCOMMAREA
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * CONVERT THE AMOUNT SET UP IN THE PARAMETER BLOCK INTO THE     *
      * LIMIT CURRENCY.  THE SWITCH IS LEFT SET WHEN THERE IS NO      *
      * CURRENT RATE, WITH THE REASON IN THE PARAMETER BLOCK.         *
      *****************************************************************
       3100-CONVERT-TO-LIMIT-CUR.
           MOVE DPAYLIM-LIMIT-CUR TO DPAYFXP-TO-CUR.
           CALL "DPAYFXC" USING DPAYLMT-FXC-PARMS.
           IF NOT DPAYFXP-RATE-OK
               SET DPAYLMT-RATE-FAILED TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * BUILD TODAY'S POSITION FOR THE DEBIT ACCOUNT FROM WHAT HAS    *
      * ALREADY BEEN CAPTURED ON THE MASTER - EVERY CONSENT CREATED   *
      * THE SAME DAY THAT HAS NOT BEEN REJECTED OR EXPIRED, OTHER     *
      * THAN THIS ONE - THEN ADD THIS CONSENT ON TOP.  EACH AMOUNT    *
      * IS ADDED IN THE LIMIT CURRENCY; THE SCAN STOPS AT THE FIRST   *
      * ONE WITHOUT A CURRENT RATE.                                   *
      *****************************************************************
       4000-BUILD-DAILY-POSITION.
           MOVE DPAYLMT-CONSENT-EQUIV TO DPAYLMT-DAILY-AMOUNT.
           MOVE 1 TO DPAYLMT-DAILY-COUNT.
           OPEN INPUT DPAYMAS-FILE.
           IF DPAYLMT-MASTER-NOT-FOUND
               AND NOT DFHCA-01-CONSENT-CANCELLED IN DPAYMAS-RECORD
               AND DFHCA-01-CREATE-TS IN DPAYMAS-RECORD (1:10) =
                   DFHCA-01-CREATE-TS IN DFHCOMMAREA (1:10)
               MOVE DFHCA-01-CURRENCY-CD IN DPAYMAS-RECORD
                   TO DPAYFXP-FROM-CUR
               MOVE DFHCA-01-CONSENT-AMOUNT IN DPAYMAS-RECORD
                   TO DPAYFXP-FROM-AMT
               PERFORM 3100-CONVERT-TO-LIMIT-CUR
                   THRU 3100-EXIT
               IF DPAYLMT-RATE-FAILED
                   SET DPAYLMT-AT-EOF TO TRUE
                   GO TO 4200-EXIT
               END-IF
               ADD DPAYFXP-TO-AMT TO DPAYLMT-DAILY-AMOUNT
               ADD 1 TO DPAYLMT-DAILY-COUNT
           END-IF.
           PERFORM 4100-READ-MASTER
                   TO DFHCA-01-RETURN-CD IN DFHCOMMAREA
               SET DFHCA-01-CONSENT-REJECTED IN DFHCOMMAREA TO TRUE
               MOVE DPAYLIM-MAX-DAILY-AMT TO DPAYLMT-MSG-DAILY-AMT
               MOVE DPAYLMT-LIMIT-CUR TO DPAYLMT-MSG-DAILY-CUR
               MOVE DPAYLMT-DAILY-AMT-MESSAGE
                   TO DFHCA-01-ERROR-MSG IN DFHCOMMAREA
               GO TO 5000-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * AN AMOUNT COULD NOT BE CONVERTED - NO BASE CURRENCY, OR NO    *
      * CURRENT RATE FOR ITS CURRENCY.  THE LIMIT CANNOT BE CHECKED,  *
      * SO THE CONSENT IS REJECTED WITH THE REASON.                   *
      *****************************************************************
       6000-REJECT-NO-RATE.
           MOVE DPAYLMT-RETCD-NO-RATE
               TO DFHCA-01-RETURN-CD IN DFHCOMMAREA.
           SET DFHCA-01-CONSENT-REJECTED IN DFHCOMMAREA TO TRUE.
           MOVE DPAYFXP-REASON TO DFHCA-01-ERROR-MSG IN DFHCOMMAREA.
       6000-EXIT.
           EXIT.
