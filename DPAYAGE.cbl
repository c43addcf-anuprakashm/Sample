      * DESCRIPTION: Daily payment aging report with SLA buckets.     *
      *              Scans the consent master (DPAYMAS) for non-final *
      *              payments - a payment still in INIT or PDNG, or a *
      *              consent stuck in pending, held-for-review or     *
      *              awaiting-second-approval -                       *
      *              and ages each one from                           *
      *              DFHCA-01-LAST-UPDATE-TS against the run date.    *
      *              A warehoused future-dated payment - requested    *
      *              out of the sweep entirely so weeks of            *
      *              warehoused rent never bury the genuinely stuck   *
      *              items.                                           *
      *              Ages are in business days for the debit account  *
      *              scheme - weekends and the scheme's holidays on   *
      *              the business-day calendar do not count           *
      *              (DPAYBDY), so a Friday item is not two days late *
      *              on Monday morning.                               *
      *              Items are bucketed into 1-DAY (1-2 DAYS),        *
      *              3-DAY (3-6 DAYS) and 7-DAY-PLUS bands with a     *
      *              count and consent-amount total per band on the   *
      *              report (DPAYAGER); items under a day old are     *
      *              counted but not banded - they are simply in      *
      *              flight.  Band amounts are base-currency          *
      *              equivalents at the reference rate (DPAYFXC), and *
      *              the banded items are also totalled by currency,  *
      *              original amount and base equivalent.  A BANDED   *
      *              ITEM WITH NO CURRENT RATE STOPS THE RUN WITH     *
      *              RETURN CODE 16 AND THE STOP IS PRINTED - TOTALS  *
      *              ARE NEVER STRUCK ACROSS CURRENCIES UNCONVERTED.  *
      *              EVERY ITEM AT OR PAST THE 3-DAY                  *
      *              THRESHOLD IS ALSO WRITTEN TO THE ESCALATION      *
      *              FILE (DPAYAGEE) THE OPERATIONS DESK WORKS EACH   *
      *              MORNING, AND LISTED ON THE REPORT.               *
      *   COLS 11-14 PAY STATUS          COLS 15-30 DEBIT ACCOUNT     *
      *   COLS 31-43 AMOUNT, SIGN LEADING SEPARATE, TWO ASSUMED       *
      *              DECIMALS            COLS 44-46 CURRENCY          *
      *   COLS 47-56 LAST UPDATE DATE    COLS 57-61 AGE IN BUSINESS   *
      *                                             DAYS              *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  18/08/20  RSH  INITIAL VERSION.                               *
      *  18/11/05  RSH  AGE CONSENTS AWAITING SECOND APPROVAL.        *
      *  18/12/10  RSH  AGE ITEMS IN BUSINESS DAYS BY THE SCHEME'S    *
      *                 BUSINESS-DAY CALENDAR.                        *
      *  19/01/14  RSH  BAND AMOUNTS IN BASE-CURRENCY EQUIVALENT, PLUS *
      *                 TOTALS BY CURRENCY; NO CURRENT RATE STOPS THE  *
      *                 RUN.                                           *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *  19/07/01  RSH  FLAG THE TOTALS AS INCOMPLETE AFTER A HARD     *
      *                 STOP.                                          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYAGE.
       77  DPAYAGE-AT-EOF-SW          PIC X(01) VALUE "N".
           88  DPAYAGE-AT-EOF              VALUE "Y".

       77  DPAYAGE-AGE-DAYS           PIC S9(05) COMP.

       77  DPAYAGE-SWEPT-CT           PIC 9(07) COMP-3 VALUE 0.
       77  DPAYAGE-BAND3-AMT          PIC S9(12)V99 COMP-3 VALUE 0.
       77  DPAYAGE-BAND7-CT           PIC 9(07) COMP-3 VALUE 0.
       77  DPAYAGE-BAND7-AMT          PIC S9(12)V99 COMP-3 VALUE 0.
       77  DPAYAGE-BASE-EQUIV         PIC S9(12)V99.
       77  DPAYAGE-BASE-CUR           PIC X(03) VALUE SPACES.

       77  DPAYAGE-STOP-SW            PIC X(01) VALUE "N".
           88  DPAYAGE-RUN-STOPPED         VALUE "Y".

       77  DPAYAGE-CUR-SUB            PIC 9(03) COMP.
       77  DPAYAGE-CUR-CT             PIC 9(03) COMP VALUE 0.
       77  DPAYAGE-CUR-MAX            PIC 9(03) COMP VALUE 50.
       77  DPAYAGE-FOUND-SW           PIC X(01) VALUE "N".
           88  DPAYAGE-CUR-FOUND          VALUE "Y".
       77  DPAYAGE-OTHER-CT           PIC 9(07) COMP-3 VALUE 0.
       77  DPAYAGE-OTHER-BASE         PIC S9(12)V99 COMP-3 VALUE 0.

      *****************************************************************
      * THE BANDED ITEMS BY CURRENCY - ONE ENTRY PER CURRENCY SEEN;   *
      * ANY BEYOND THE TABLE ARE TOTALLED AS OTHER CURRENCIES, IN     *
      * BASE ONLY.                                                    *
      *****************************************************************
       01  DPAYAGE-CUR-TABLE.
           05  DPAYAGE-CUR-ENTRY OCCURS 50 TIMES.
               10  DPAYAGE-CUR-CODE       PIC X(03).
               10  DPAYAGE-CUR-ITEM-CT    PIC 9(07) COMP-3.
               10  DPAYAGE-CUR-ORIG-AMT   PIC S9(12)V99 COMP-3.
               10  DPAYAGE-CUR-BASE-AMT   PIC S9(12)V99 COMP-3.

       01  DPAYAGE-FXC-PARMS.
           COPY DPAYFXP.

      *****************************************************************
      * SLA THRESHOLDS IN BUSINESS DAYS - THE ESCALATION THRESHOLD    *
      * IS THE START OF THE 3-DAY BAND.                               *
      *****************************************************************
       77  DPAYAGE-BAND3-FROM         PIC 9(03) VALUE 003.
       77  DPAYAGE-BAND7-FROM         PIC 9(03) VALUE 007.
           05  FILLER                     PIC X(01).
           05  DPAYAGE-TS-DAY             PIC X(02).

       01  DPAYAGE-BDY-PARMS.
           COPY DPAYBDP.

       01  DPAYAGE-HEADING-1.
           05  FILLER                     PIC X(44)
               VALUE "DPAYAGE - PAYMENT AGING / SLA REPORT".
           05  FILLER                     PIC X(14)
               VALUE "        AMOUNT".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE "CUR".
           05  FILLER                     PIC X(10) VALUE "BUS. DAYS".

       01  DPAYAGE-DETAIL-LINE.
           05  DPAYAGE-D-ID               PIC 9(09).
           05  DPAYAGE-D-DEBIT-AC         PIC X(16).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYAGE-D-AMOUNT           PIC Z(9)9.99-.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYAGE-D-CURRENCY         PIC X(03).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  DPAYAGE-D-AGE              PIC ZZ,ZZ9.

           05  DPAYAGE-B-LABEL            PIC X(24).
           05  DPAYAGE-B-CT               PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(08)
               VALUE "AMOUNT (".
           05  DPAYAGE-B-BASE-CUR         PIC X(03).
           05  FILLER                     PIC X(04) VALUE ") : ".
           05  DPAYAGE-B-AMT              PIC Z(11)9.99-.

       01  DPAYAGE-CUR-LINE.
           05  FILLER                     PIC X(14)
               VALUE "BANDED IN ".
           05  DPAYAGE-C-CURRENCY         PIC X(16).
           05  DPAYAGE-C-ITEM-CT          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(11)
               VALUE "  AMOUNT : ".
           05  DPAYAGE-C-ORIG-AMT         PIC Z(11)9.99-.
           05  FILLER                     PIC X(15)
               VALUE "  BASE EQUIV : ".
           05  DPAYAGE-C-BASE-AMT         PIC Z(11)9.99-.

       01  DPAYAGE-STOP-LINE.
           05  FILLER                     PIC X(17)
               VALUE "** RUN STOPPED - ".
           05  DPAYAGE-X-REASON           PIC X(50).
           05  FILLER                     PIC X(11)
               VALUE " - CONSENT ".
           05  DPAYAGE-X-ID               PIC 9(09).
           05  FILLER                     PIC X(03) VALUE " **".

       01  DPAYAGE-INCOMPLETE-LINE.
           05  FILLER                     PIC X(38)
               VALUE "** RUN STOPPED - TOTALS INCOMPLETE **".

       01  DPAYAGE-SUMMARY-1.
           05  FILLER                     PIC X(24)
               VALUE "NON-FINAL ITEMS SWEPT: ".
               VALUE "ESCALATED : ".
           05  DPAYAGE-S-ESCALATED-CT     PIC ZZZ,ZZ9.

       01  DPAYAGE-RUN-PARMS.
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
           PERFORM 2000-READ-MASTER
               UNTIL DPAYAGE-AT-EOF.
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
           MOVE "DPAYAGE" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYAGE-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYAGE-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE DPAYAGE-TODAY-DATE (1:4) TO DPAYAGE-TI-YEAR.
           MOVE DPAYAGE-TODAY-DATE (5:2) TO DPAYAGE-TI-MONTH.
           MOVE DPAYAGE-TODAY-DATE (7:2) TO DPAYAGE-TI-DAY.

      *****************************************************************
      * A NON-FINAL ITEM IS A PAYMENT STILL IN INIT OR PDNG, OR A     *
      * CONSENT STUCK IN PENDING, HELD OR AWAITING SECOND APPROVAL -  *
      * EXCEPT WHERE THE CONSENT HAS ALREADY REACHED A TERMINAL       *
      * STATUS, WHERE NOTHING FURTHER WILL EVER HAPPEN AND AGING IT   *
      * IS NOISE, AND EXCEPT A WAREHOUSED FUTURE-DATED PAYMENT        *
      * (REQUESTED EXECUTION DATE AFTER THE RUN DATE - THE SAME TEST  *
      * DPAYWHS AND DPAYBULK APPLY), WHICH IS WAITING FOR ITS DAY BY  *
      * DESIGN, NOT STUCK.  A CONSENT AWAITING SECOND APPROVAL IS     *
      * NEVER WAREHOUSED UNTIL IT IS APPROVED, SO IT IS AGED WHATEVER *
      * ITS REQUESTED DATE.                                           *
      *****************************************************************
       3000-SWEEP-CONSENT.
           IF NOT DFHCA-01-CONSENT-SETTLED IN DPAYMAS-RECORD
                       NOT = SPACES
                   AND DFHCA-01-REQD-EXEC-DATE IN DPAYMAS-RECORD
                       > DPAYAGE-TODAY-ISO
                   AND NOT DFHCA-01-CONSENT-AWAIT-2ND IN DPAYMAS-RECORD
                   CONTINUE
               ELSE
                   IF DFHCA-01-PAY-INITIAL IN DPAYMAS-RECORD
                       OR DFHCA-01-PAY-PENDING IN DPAYMAS-RECORD
                       OR DFHCA-01-CONSENT-PENDING IN DPAYMAS-RECORD
                       OR DFHCA-01-CONSENT-HELD IN DPAYMAS-RECORD
                       OR DFHCA-01-CONSENT-AWAIT-2ND IN DPAYMAS-RECORD
                       PERFORM 3100-AGE-ITEM
                           THRU 3100-EXIT
                   END-IF
           ADD 1 TO DPAYAGE-SWEPT-CT.
           MOVE DFHCA-01-LAST-UPDATE-TS IN DPAYMAS-RECORD (1:10)
               TO DPAYAGE-TS-DATE.
           PERFORM 7000-BUSINESS-DAYS-OLD
               THRU 7000-EXIT.
           IF DPAYAGE-AGE-DAYS < 1
               ADD 1 TO DPAYAGE-CURRENT-CT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3150-CONVERT-TO-BASE
               THRU 3150-EXIT.
           IF DPAYAGE-RUN-STOPPED
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3300-TOTAL-BY-CURRENCY
               THRU 3300-EXIT.
           IF DPAYAGE-AGE-DAYS < DPAYAGE-BAND3-FROM
               ADD 1 TO DPAYAGE-BAND1-CT
               ADD DPAYAGE-BASE-EQUIV TO DPAYAGE-BAND1-AMT
               GO TO 3100-EXIT
           END-IF.
           IF DPAYAGE-AGE-DAYS < DPAYAGE-BAND7-FROM
               ADD 1 TO DPAYAGE-BAND3-CT
               ADD DPAYAGE-BASE-EQUIV TO DPAYAGE-BAND3-AMT
           ELSE
               ADD 1 TO DPAYAGE-BAND7-CT
               ADD DPAYAGE-BASE-EQUIV TO DPAYAGE-BAND7-AMT
           END-IF.
           PERFORM 3200-ESCALATE-ITEM
               THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * THE ITEM'S BASE-CURRENCY EQUIVALENT.  NO CURRENT RATE IS A    *
      * HARD STOP: THE REASON IS PRINTED, THE STEP ENDS WITH RETURN   *
      * CODE 16 AND THE SWEEP GOES NO FURTHER.                        *
      *****************************************************************
       3150-CONVERT-TO-BASE.
           MOVE DFHCA-01-CURRENCY-CD IN DPAYMAS-RECORD
               TO DPAYFXP-FROM-CUR.
           MOVE DFHCA-01-CONSENT-AMOUNT IN DPAYMAS-RECORD
               TO DPAYFXP-FROM-AMT.
           MOVE SPACES TO DPAYFXP-TO-CUR.
           CALL "DPAYFXC" USING DPAYAGE-FXC-PARMS.
           IF NOT DPAYFXP-RATE-OK
               SET DPAYAGE-RUN-STOPPED TO TRUE
               SET DPAYAGE-AT-EOF TO TRUE
               MOVE 16 TO RETURN-CODE
               MOVE DPAYFXP-REASON TO DPAYAGE-X-REASON
               MOVE DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
                   TO DPAYAGE-X-ID
               MOVE DPAYAGE-STOP-LINE TO DPAYAGER-LINE
               WRITE DPAYAGER-LINE
               GO TO 3150-EXIT
           END-IF.
           MOVE DPAYFXP-TO-AMT TO DPAYAGE-BASE-EQUIV.
           MOVE DPAYFXP-BASE-CUR TO DPAYAGE-BASE-CUR.
       3150-EXIT.
           EXIT.

      *****************************************************************
      * AT OR PAST THE 3-DAY THRESHOLD - WRITE THE ITEM TO THE        *
      * ESCALATION FILE FOR THE OPERATIONS DESK AND LIST IT ON THE    *
               TO DPAYAGE-D-DEBIT-AC.
           MOVE DFHCA-01-CONSENT-AMOUNT IN DPAYMAS-RECORD
               TO DPAYAGE-D-AMOUNT.
           MOVE DFHCA-01-CURRENCY-CD IN DPAYMAS-RECORD
               TO DPAYAGE-D-CURRENCY.
           MOVE DPAYAGE-AGE-DAYS TO DPAYAGE-D-AGE.
           MOVE DPAYAGE-DETAIL-LINE TO DPAYAGER-LINE.
           WRITE DPAYAGER-LINE.
       3200-EXIT.
           EXIT.

       3300-TOTAL-BY-CURRENCY.
           MOVE "N" TO DPAYAGE-FOUND-SW.
           PERFORM 3310-MATCH-CURRENCY
               THRU 3310-EXIT
               VARYING DPAYAGE-CUR-SUB FROM 1 BY 1
               UNTIL DPAYAGE-CUR-SUB > DPAYAGE-CUR-CT
                   OR DPAYAGE-CUR-FOUND.
           IF NOT DPAYAGE-CUR-FOUND
               IF DPAYAGE-CUR-CT < DPAYAGE-CUR-MAX
                   ADD 1 TO DPAYAGE-CUR-CT
                   MOVE DFHCA-01-CURRENCY-CD IN DPAYMAS-RECORD
                       TO DPAYAGE-CUR-CODE (DPAYAGE-CUR-CT)
                   MOVE ZERO TO DPAYAGE-CUR-ITEM-CT (DPAYAGE-CUR-CT)
                   MOVE ZERO TO DPAYAGE-CUR-ORIG-AMT (DPAYAGE-CUR-CT)
                   MOVE ZERO TO DPAYAGE-CUR-BASE-AMT (DPAYAGE-CUR-CT)
                   MOVE DPAYAGE-CUR-CT TO DPAYAGE-CUR-SUB
                   PERFORM 3320-ADD-TO-ENTRY
                       THRU 3320-EXIT
               ELSE
                   ADD 1 TO DPAYAGE-OTHER-CT
                   ADD DPAYAGE-BASE-EQUIV TO DPAYAGE-OTHER-BASE
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

       3310-MATCH-CURRENCY.
           IF DPAYAGE-CUR-CODE (DPAYAGE-CUR-SUB) =
                   DFHCA-01-CURRENCY-CD IN DPAYMAS-RECORD
               SET DPAYAGE-CUR-FOUND TO TRUE
               PERFORM 3320-ADD-TO-ENTRY
                   THRU 3320-EXIT
           END-IF.
       3310-EXIT.
           EXIT.

       3320-ADD-TO-ENTRY.
           ADD 1 TO DPAYAGE-CUR-ITEM-CT (DPAYAGE-CUR-SUB).
           ADD DFHCA-01-CONSENT-AMOUNT IN DPAYMAS-RECORD
               TO DPAYAGE-CUR-ORIG-AMT (DPAYAGE-CUR-SUB).
           ADD DPAYAGE-BASE-EQUIV
               TO DPAYAGE-CUR-BASE-AMT (DPAYAGE-CUR-SUB).
       3320-EXIT.
           EXIT.

      *****************************************************************
      * CONVERT THE YYYY-MM-DD DATE PORTION OF A COMMAREA TIMESTAMP   *
      * AND COUNT THE BUSINESS DAYS FOR THE DEBIT ACCOUNT SCHEME      *
      * FROM IT TO TODAY - THE ITEM'S AGE.  A DATE THAT IS NOT        *
      * NUMERIC AGES AS ZERO, AS IF UPDATED TODAY.                    *
      *****************************************************************
       7000-BUSINESS-DAYS-OLD.
           MOVE ZERO TO DPAYAGE-AGE-DAYS.
           MOVE DPAYAGE-TS-YEAR TO DPAYAGE-WORK-DATE (1:4).
           MOVE DPAYAGE-TS-MONTH TO DPAYAGE-WORK-DATE (5:2).
           MOVE DPAYAGE-TS-DAY TO DPAYAGE-WORK-DATE (7:2).
           IF DPAYAGE-WORK-DATE-N NOT NUMERIC
               GO TO 7000-EXIT
           END-IF.
           SET DPAYBDP-COUNT-DAYS TO TRUE.
           MOVE DFHCA-01-DEBIT-AC-SCHEMENAME IN DPAYMAS-RECORD
               TO DPAYBDP-SCHEME.
           MOVE DPAYAGE-WORK-DATE-N TO DPAYBDP-FROM-DATE.
           MOVE DPAYAGE-TODAY-DATE-N TO DPAYBDP-TO-DATE.
           CALL "DPAYBDY" USING DPAYAGE-BDY-PARMS.
           MOVE DPAYBDP-DAY-COUNT TO DPAYAGE-AGE-DAYS.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * PRINT THE BAND, CURRENCY AND SWEEP TOTALS.  A RUN THAT HIT A  *
      * HARD STOP COUNTED ONLY THE ITEMS BEFORE THE STOP, SO ITS      *
      * TOTALS ARE FLAGGED AS INCOMPLETE AHEAD OF THE FIGURES.        *
      *****************************************************************
       9000-TERMINATE.
           IF DPAYAGE-RUN-STOPPED
               MOVE DPAYAGE-INCOMPLETE-LINE TO DPAYAGER-LINE
               WRITE DPAYAGER-LINE
           END-IF.
           MOVE DPAYAGE-BASE-CUR TO DPAYAGE-B-BASE-CUR.
           MOVE "1-DAY BAND (1-2)     : " TO DPAYAGE-B-LABEL.
           MOVE DPAYAGE-BAND1-CT TO DPAYAGE-B-CT.
           MOVE DPAYAGE-BAND1-AMT TO DPAYAGE-B-AMT.
           MOVE DPAYAGE-BAND7-AMT TO DPAYAGE-B-AMT.
           MOVE DPAYAGE-BAND-LINE TO DPAYAGER-LINE.
           WRITE DPAYAGER-LINE.
           PERFORM 9100-WRITE-ONE-CURRENCY
               THRU 9100-EXIT
               VARYING DPAYAGE-CUR-SUB FROM 1 BY 1
               UNTIL DPAYAGE-CUR-SUB > DPAYAGE-CUR-CT.
           IF DPAYAGE-OTHER-CT > ZERO
               MOVE "OTHER CURRENCIES" TO DPAYAGE-C-CURRENCY
               MOVE DPAYAGE-OTHER-CT TO DPAYAGE-C-ITEM-CT
               MOVE ZERO TO DPAYAGE-C-ORIG-AMT
               MOVE DPAYAGE-OTHER-BASE TO DPAYAGE-C-BASE-AMT
               MOVE DPAYAGE-CUR-LINE TO DPAYAGER-LINE
               MOVE SPACES TO DPAYAGER-LINE (38:27)
               WRITE DPAYAGER-LINE
           END-IF.
           MOVE DPAYAGE-SWEPT-CT TO DPAYAGE-S-SWEPT-CT.
           MOVE DPAYAGE-CURRENT-CT TO DPAYAGE-S-CURRENT-CT.
           MOVE DPAYAGE-ESCALATED-CT TO DPAYAGE-S-ESCALATED-CT.
           CLOSE DPAYAGER-FILE.
       9000-EXIT.
           EXIT.

       9100-WRITE-ONE-CURRENCY.
           MOVE DPAYAGE-CUR-CODE (DPAYAGE-CUR-SUB)
               TO DPAYAGE-C-CURRENCY.
           MOVE DPAYAGE-CUR-ITEM-CT (DPAYAGE-CUR-SUB)
               TO DPAYAGE-C-ITEM-CT.
           MOVE DPAYAGE-CUR-ORIG-AMT (DPAYAGE-CUR-SUB)
               TO DPAYAGE-C-ORIG-AMT.
           MOVE DPAYAGE-CUR-BASE-AMT (DPAYAGE-CUR-SUB)
               TO DPAYAGE-C-BASE-AMT.
           MOVE DPAYAGE-CUR-LINE TO DPAYAGER-LINE.
           WRITE DPAYAGER-LINE.
       9100-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "CONSENTS SWEPT" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYAGE-SWEPT-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "ESCALATED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYAGE-ESCALATED-CT TO DPAYRCP-COUNT-VALUE (2).
           CALL "DPAYRUN" USING DPAYAGE-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
