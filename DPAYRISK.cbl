      *              projected balance would go negative onto the      *
      *              at-risk listing (DPAYRSKR) so the customer can    *
      *              be contacted ahead of the scheduled settlement.   *
      *              The available balance is held in the base         *
      *              currency, so each consent is converted to its     *
      *              base-currency equivalent (DPAYFXC) before it is   *
      *              deducted.  The listing totals the consents at     *
      *              risk by currency - original amount and base       *
      *              equivalent - with a grand total in the base       *
      *              currency.  A CONSENT WITH NO CURRENT RATE STOPS   *
      *              THE SWEEP WITH RETURN CODE 16: THE STOP IS        *
      *              PRINTED AND THE CHECKPOINT LEFT AT THE LAST       *
      *              CONSENT SWEPT, SO THE RERUN ONCE THE RATES ARE    *
      *              LOADED PICKS UP AT THE CONSENT THAT STOPPED IT.   *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *                 FILE (DPAYRSTF) SO AN ABENDED RUN RESUMES      *
      *                 PAST THE LAST COMMITTED CONSENT INSTEAD OF     *
      *                 RE-SWEEPING THE WHOLE MASTER.                  *
      *  19/01/14  RSH  PROJECT ON THE BASE-CURRENCY EQUIVALENT OF THE *
      *                 CONSENT; AT-RISK TOTALS BY CURRENCY AND IN     *
      *                 BASE; NO CURRENT RATE STOPS THE SWEEP.         *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYRISK.
      *****************************************************************
      * CHECKPOINT EVERY THIS MANY MASTER RECORDS SWEPT.  THE         *
      * CONTROL-FILE SLOT MAPPING FOR THIS SWEEP IS COUNT-1 = OPEN    *
      * CONSENTS SWEPT, COUNT-2 = CONSENTS AT RISK, AMOUNT-1 = BASE   *
      * EQUIVALENT AT RISK.                                           *
      *****************************************************************
       77  DPAYRISK-CHKPT-INTERVAL     PIC 9(05) COMP VALUE 1000.
       77  DPAYRISK-CHKPT-SINCE        PIC 9(05) COMP VALUE 0.
       77  DPAYRISK-LAST-ID            PIC 9(09) VALUE 0.
       77  DPAYRISK-OWN-NAME           PIC X(08) VALUE "DPAYRISK".

       77  DPAYRISK-PROJECTED-BAL      PIC S9(12)V99.
       77  DPAYRISK-CONSENT-CT         PIC 9(07) COMP-3 VALUE 0.
       77  DPAYRISK-ATRISK-CT          PIC 9(07) COMP-3 VALUE 0.
       77  DPAYRISK-ATRISK-BASE        PIC S9(12)V99 COMP-3 VALUE 0.
       77  DPAYRISK-BASE-EQUIV         PIC S9(12)V99.
       77  DPAYRISK-BASE-CUR           PIC X(03) VALUE SPACES.

       77  DPAYRISK-STOP-SW            PIC X(01) VALUE "N".
           88  DPAYRISK-RUN-STOPPED         VALUE "Y".

       77  DPAYRISK-CUR-SUB            PIC 9(03) COMP.
       77  DPAYRISK-CUR-CT             PIC 9(03) COMP VALUE 0.
       77  DPAYRISK-CUR-MAX            PIC 9(03) COMP VALUE 50.
       77  DPAYRISK-FOUND-SW           PIC X(01) VALUE "N".
           88  DPAYRISK-CUR-FOUND          VALUE "Y".
       77  DPAYRISK-OTHER-CT           PIC 9(07) COMP-3 VALUE 0.
       77  DPAYRISK-OTHER-BASE         PIC S9(12)V99 COMP-3 VALUE 0.

      *****************************************************************
      * THE CONSENTS AT RISK BY CURRENCY, FOR THE TOTALS - ONE ENTRY  *
      * PER CURRENCY SEEN; ANY BEYOND THE TABLE ARE TOTALLED AS       *
      * OTHER CURRENCIES, IN BASE ONLY.                               *
      *****************************************************************
       01  DPAYRISK-CUR-TABLE.
           05  DPAYRISK-CUR-ENTRY OCCURS 50 TIMES.
               10  DPAYRISK-CUR-CODE      PIC X(03).
               10  DPAYRISK-CUR-ITEM-CT   PIC 9(07) COMP-3.
               10  DPAYRISK-CUR-ORIG-AMT  PIC S9(12)V99 COMP-3.
               10  DPAYRISK-CUR-BASE-AMT  PIC S9(12)V99 COMP-3.

       01  DPAYRISK-FXC-PARMS.
           COPY DPAYFXP.

       01  DPAYRISK-TODAY-DATE         PIC X(10).

           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(16) VALUE "DEBIT-AC".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE "CUR".
           05  FILLER                     PIC X(16)
               VALUE "CONSENT-AMOUNT".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(18)
               VALUE "BASE-EQUIVALENT".
           05  FILLER                     PIC X(19)
               VALUE "PROJECTED-AVAIL-BAL".

           05  FILLER                      PIC X(05) VALUE SPACES.
           05  DPAYRISK-D-DEBIT-AC         PIC X(16).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DPAYRISK-D-CURRENCY         PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DPAYRISK-D-AMOUNT           PIC Z(9)9.99-.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DPAYRISK-D-BASE-EQUIV       PIC Z(11)9.99-.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DPAYRISK-D-PROJ-BAL         PIC Z(11)9.99-.

       01  DPAYRISK-RESTART-LINE.
           05  FILLER                      PIC X(36)
               VALUE "TOTAL AT RISK OF SHORTFALL : ".
           05  DPAYRISK-S-ATRISK-CT        PIC ZZZ,ZZ9.

       01  DPAYRISK-CUR-LINE.
           05  FILLER                      PIC X(14)
               VALUE "AT RISK IN ".
           05  DPAYRISK-C-CURRENCY         PIC X(16).
           05  DPAYRISK-C-ITEM-CT          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(11)
               VALUE "  AMOUNT : ".
           05  DPAYRISK-C-ORIG-AMT         PIC Z(11)9.99-.
           05  FILLER                      PIC X(15)
               VALUE "  BASE EQUIV : ".
           05  DPAYRISK-C-BASE-AMT         PIC Z(11)9.99-.

       01  DPAYRISK-BASE-TOTAL-LINE.
           05  FILLER                      PIC X(30)
               VALUE "TOTAL AT RISK IN BASE CURRENCY".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DPAYRISK-T-BASE-CUR         PIC X(03).
           05  FILLER                      PIC X(03) VALUE " : ".
           05  DPAYRISK-T-BASE-AMT         PIC Z(11)9.99-.

       01  DPAYRISK-PART-RUN-LINE.
           05  FILLER                      PIC X(46)
               VALUE "** RESTARTED RUN - CURRENCY LINES COVER THIS ".
           05  FILLER                      PIC X(48)
               VALUE "RUN ONLY, THE COUNTS AND BASE TOTAL THE NIGHT **".

       01  DPAYRISK-STOP-LINE.
           05  FILLER                      PIC X(17)
               VALUE "** RUN STOPPED - ".
           05  DPAYRISK-X-REASON           PIC X(50).
           05  FILLER                      PIC X(11)
               VALUE " - CONSENT ".
           05  DPAYRISK-X-ID               PIC 9(09).
           05  FILLER                      PIC X(03) VALUE " **".

       01  DPAYRISK-RUN-PARMS.
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
               UNTIL DPAYRISK-AT-EOF.
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
           MOVE "DPAYRISK" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYRISK-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYRISK-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE DPAYRISK-TODAY-DATE TO DPAYRISK-H1-DATE.
               MOVE DPAYRST-LAST-CONSENT-ID TO DPAYRISK-LAST-ID
               MOVE DPAYRST-COUNT-1 TO DPAYRISK-CONSENT-CT
               MOVE DPAYRST-COUNT-2 TO DPAYRISK-ATRISK-CT
               MOVE DPAYRST-AMOUNT-1 TO DPAYRISK-ATRISK-BASE
               MOVE DPAYRISK-LAST-ID TO DPAYRISK-R-LAST-ID
               MOVE DPAYRISK-RESTART-LINE TO DPAYRSKR-LINE
               WRITE DPAYRSKR-LINE
      * EXPIRED CONSENTS WILL NEVER SETTLE, SO THERE IS NO SCHEDULED  *
      * SETTLEMENT TO BE AT RISK.  FOR EVERY OPEN CONSENT, PROJECT    *
      * THE AVAILABLE BALANCE AFTER THE SCHEDULED PAYMENT AND FLAG    *
      * IT IF THAT WOULD TAKE THE ACCOUNT NEGATIVE.  THE PAYMENT IS   *
      * DEDUCTED AT ITS BASE-CURRENCY EQUIVALENT; A CONSENT THAT      *
      * CANNOT BE CONVERTED STOPS THE SWEEP BEFORE IT IS COUNTED.     *
      *****************************************************************
       3000-SWEEP-CONSENT.
           IF NOT DFHCA-01-CONSENT-SETTLED IN DPAYMAS-RECORD
               AND NOT DFHCA-01-CONSENT-REJECTED IN DPAYMAS-RECORD
               AND NOT DFHCA-01-CONSENT-EXPIRED IN DPAYMAS-RECORD
               AND NOT DFHCA-01-CONSENT-CANCELLED IN DPAYMAS-RECORD
               PERFORM 3100-CONVERT-TO-BASE
                   THRU 3100-EXIT
               IF DPAYRISK-RUN-STOPPED
                   GO TO 3000-EXIT
               END-IF
               ADD 1 TO DPAYRISK-CONSENT-CT
               COMPUTE DPAYRISK-PROJECTED-BAL =
                   DFHCA-01-ACC-AVAIL-BAL-BEF IN DPAYMAS-RECORD
                   - DPAYRISK-BASE-EQUIV
               IF DPAYRISK-PROJECTED-BAL < ZERO
                   ADD 1 TO DPAYRISK-ATRISK-CT
                   ADD DPAYRISK-BASE-EQUIV TO DPAYRISK-ATRISK-BASE
                   PERFORM 3200-TOTAL-BY-CURRENCY
                       THRU 3200-EXIT
                   MOVE DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
                       TO DPAYRISK-D-ID
                   MOVE DFHCA-01-DEBIT-AC IN DPAYMAS-RECORD
                       TO DPAYRISK-D-DEBIT-AC
                   MOVE DFHCA-01-CURRENCY-CD IN DPAYMAS-RECORD
                       TO DPAYRISK-D-CURRENCY
                   MOVE DFHCA-01-CONSENT-AMOUNT IN DPAYMAS-RECORD
                       TO DPAYRISK-D-AMOUNT
                   MOVE DPAYRISK-BASE-EQUIV TO DPAYRISK-D-BASE-EQUIV
                   MOVE DPAYRISK-PROJECTED-BAL TO DPAYRISK-D-PROJ-BAL
                   MOVE DPAYRISK-DETAIL-LINE TO DPAYRSKR-LINE
                   WRITE DPAYRSKR-LINE
       3000-EXIT.
           EXIT.

      *****************************************************************
      * THE CONSENT'S BASE-CURRENCY EQUIVALENT.  NO CURRENT RATE IS A *
      * HARD STOP: THE REASON IS PRINTED, THE STEP ENDS WITH RETURN   *
      * CODE 16 AND THE SWEEP GOES NO FURTHER.                        *
      *****************************************************************
       3100-CONVERT-TO-BASE.
           MOVE DFHCA-01-CURRENCY-CD IN DPAYMAS-RECORD
               TO DPAYFXP-FROM-CUR.
           MOVE DFHCA-01-CONSENT-AMOUNT IN DPAYMAS-RECORD
               TO DPAYFXP-FROM-AMT.
           MOVE SPACES TO DPAYFXP-TO-CUR.
           CALL "DPAYFXC" USING DPAYRISK-FXC-PARMS.
           IF NOT DPAYFXP-RATE-OK
               SET DPAYRISK-RUN-STOPPED TO TRUE
               SET DPAYRISK-AT-EOF TO TRUE
               MOVE 16 TO RETURN-CODE
               MOVE DPAYFXP-REASON TO DPAYRISK-X-REASON
               MOVE DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
                   TO DPAYRISK-X-ID
               MOVE DPAYRISK-STOP-LINE TO DPAYRSKR-LINE
               WRITE DPAYRSKR-LINE
               GO TO 3100-EXIT
           END-IF.
           MOVE DPAYFXP-TO-AMT TO DPAYRISK-BASE-EQUIV.
           MOVE DPAYFXP-BASE-CUR TO DPAYRISK-BASE-CUR.
       3100-EXIT.
           EXIT.

       3200-TOTAL-BY-CURRENCY.
           MOVE "N" TO DPAYRISK-FOUND-SW.
           PERFORM 3210-MATCH-CURRENCY
               THRU 3210-EXIT
               VARYING DPAYRISK-CUR-SUB FROM 1 BY 1
               UNTIL DPAYRISK-CUR-SUB > DPAYRISK-CUR-CT
                   OR DPAYRISK-CUR-FOUND.
           IF NOT DPAYRISK-CUR-FOUND
               IF DPAYRISK-CUR-CT < DPAYRISK-CUR-MAX
                   ADD 1 TO DPAYRISK-CUR-CT
                   MOVE DFHCA-01-CURRENCY-CD IN DPAYMAS-RECORD
                       TO DPAYRISK-CUR-CODE (DPAYRISK-CUR-CT)
                   MOVE ZERO TO DPAYRISK-CUR-ITEM-CT (DPAYRISK-CUR-CT)
                   MOVE ZERO TO DPAYRISK-CUR-ORIG-AMT (DPAYRISK-CUR-CT)
                   MOVE ZERO TO DPAYRISK-CUR-BASE-AMT (DPAYRISK-CUR-CT)
                   MOVE DPAYRISK-CUR-CT TO DPAYRISK-CUR-SUB
                   PERFORM 3220-ADD-TO-ENTRY
                       THRU 3220-EXIT
               ELSE
                   ADD 1 TO DPAYRISK-OTHER-CT
                   ADD DPAYRISK-BASE-EQUIV TO DPAYRISK-OTHER-BASE
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

       3210-MATCH-CURRENCY.
           IF DPAYRISK-CUR-CODE (DPAYRISK-CUR-SUB) =
                   DFHCA-01-CURRENCY-CD IN DPAYMAS-RECORD
               SET DPAYRISK-CUR-FOUND TO TRUE
               PERFORM 3220-ADD-TO-ENTRY
                   THRU 3220-EXIT
           END-IF.
       3210-EXIT.
           EXIT.

       3220-ADD-TO-ENTRY.
           ADD 1 TO DPAYRISK-CUR-ITEM-CT (DPAYRISK-CUR-SUB).
           ADD DFHCA-01-CONSENT-AMOUNT IN DPAYMAS-RECORD
               TO DPAYRISK-CUR-ORIG-AMT (DPAYRISK-CUR-SUB).
           ADD DPAYRISK-BASE-EQUIV
               TO DPAYRISK-CUR-BASE-AMT (DPAYRISK-CUR-SUB).
       3220-EXIT.
           EXIT.

      *****************************************************************
      * COMMIT THE SWEEP'S POSITION AND TOTALS TO THE RESTART         *
      * CONTROL FILE, SO AN ABEND AFTER THIS POINT RESUMES HERE.      *
           MOVE DPAYRISK-LAST-ID TO DPAYRST-LAST-CONSENT-ID.
           MOVE DPAYRISK-CONSENT-CT TO DPAYRST-COUNT-1.
           MOVE DPAYRISK-ATRISK-CT TO DPAYRST-COUNT-2.
           MOVE DPAYRISK-ATRISK-BASE TO DPAYRST-AMOUNT-1.
           REWRITE DPAYRST-RECORD.
           MOVE ZERO TO DPAYRISK-CHKPT-SINCE.
       8000-EXIT.
           MOVE DPAYRISK-ATRISK-CT TO DPAYRISK-S-ATRISK-CT.
           MOVE DPAYRISK-SUMMARY-LINE TO DPAYRSKR-LINE.
           WRITE DPAYRSKR-LINE.
           PERFORM 9100-WRITE-CURRENCY-TOTALS
               THRU 9100-EXIT.
      *    A STOPPED SWEEP KEEPS ITS CHECKPOINT AT THE LAST CONSENT
      *    SWEPT, SO THE RERUN RESUMES AT THE ONE THAT STOPPED IT.
           IF DPAYRISK-RUN-STOPPED
               PERFORM 8000-TAKE-CHECKPOINT
                   THRU 8000-EXIT
               GO TO 9000-CLOSE
           END-IF.
      *    A CLEAN END RETIRES THE CHECKPOINT - THE NEXT RUN STARTS
      *    A FRESH SWEEP FROM THE TOP.
           MOVE DPAYRISK-OWN-NAME TO DPAYRST-PROGRAM.
           MOVE DPAYRISK-LAST-ID TO DPAYRST-LAST-CONSENT-ID.
           MOVE DPAYRISK-CONSENT-CT TO DPAYRST-COUNT-1.
           MOVE DPAYRISK-ATRISK-CT TO DPAYRST-COUNT-2.
           MOVE DPAYRISK-ATRISK-BASE TO DPAYRST-AMOUNT-1.
           REWRITE DPAYRST-RECORD.
       9000-CLOSE.
           CLOSE DPAYRSTF-FILE.
           CLOSE DPAYMAS-FILE.
           CLOSE DPAYRSKR-FILE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * THE CONSENTS AT RISK BY CURRENCY - ORIGINAL AMOUNT AND BASE   *
      * EQUIVALENT - THEN THE GRAND TOTAL IN THE BASE CURRENCY.       *
      *****************************************************************
       9100-WRITE-CURRENCY-TOTALS.
           IF DPAYRISK-RESTARTING
               MOVE DPAYRISK-PART-RUN-LINE TO DPAYRSKR-LINE
               WRITE DPAYRSKR-LINE
           END-IF.
           PERFORM 9110-WRITE-ONE-CURRENCY
               THRU 9110-EXIT
               VARYING DPAYRISK-CUR-SUB FROM 1 BY 1
               UNTIL DPAYRISK-CUR-SUB > DPAYRISK-CUR-CT.
           IF DPAYRISK-OTHER-CT > ZERO
               MOVE "OTHER CURRENCIES" TO DPAYRISK-C-CURRENCY
               MOVE DPAYRISK-OTHER-CT TO DPAYRISK-C-ITEM-CT
               MOVE ZERO TO DPAYRISK-C-ORIG-AMT
               MOVE DPAYRISK-OTHER-BASE TO DPAYRISK-C-BASE-AMT
               MOVE DPAYRISK-CUR-LINE TO DPAYRSKR-LINE
               MOVE SPACES TO DPAYRSKR-LINE (38:27)
               WRITE DPAYRSKR-LINE
           END-IF.
           MOVE DPAYRISK-BASE-CUR TO DPAYRISK-T-BASE-CUR.
           MOVE DPAYRISK-ATRISK-BASE TO DPAYRISK-T-BASE-AMT.
           MOVE DPAYRISK-BASE-TOTAL-LINE TO DPAYRSKR-LINE.
           WRITE DPAYRSKR-LINE.
       9100-EXIT.
           EXIT.

       9110-WRITE-ONE-CURRENCY.
           MOVE DPAYRISK-CUR-CODE (DPAYRISK-CUR-SUB)
               TO DPAYRISK-C-CURRENCY.
           MOVE DPAYRISK-CUR-ITEM-CT (DPAYRISK-CUR-SUB)
               TO DPAYRISK-C-ITEM-CT.
           MOVE DPAYRISK-CUR-ORIG-AMT (DPAYRISK-CUR-SUB)
               TO DPAYRISK-C-ORIG-AMT.
           MOVE DPAYRISK-CUR-BASE-AMT (DPAYRISK-CUR-SUB)
               TO DPAYRISK-C-BASE-AMT.
           MOVE DPAYRISK-CUR-LINE TO DPAYRSKR-LINE.
           WRITE DPAYRSKR-LINE.
       9110-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "CONSENTS" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYRISK-CONSENT-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "AT RISK" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYRISK-ATRISK-CT TO DPAYRCP-COUNT-VALUE (2).
           CALL "DPAYRUN" USING DPAYRISK-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
