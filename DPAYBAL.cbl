      *              Every out-of-balance condition is listed with    *
      *              the consent ID involved, and the run ends with   *
      *              an IN BALANCE / OUT OF BALANCE verdict.          *
      *              The value of the consents imaged today, as held  *
      *              on the master, is totalled by currency - count,  *
      *              original amount and base-currency equivalent at  *
      *              the reference rate (DPAYFXC) - with a grand      *
      *              total in the base currency.  A CONSENT WITH NO   *
      *              CURRENT RATE STOPS THE RUN WITH RETURN CODE 16;  *
      *              THE STOP IS PRINTED AND THE VERDICT SAYS SO.     *
      *              MUST BE RUN BEFORE DPAYRECN, WHOSE               *
      *              8000-ROTATE-IMAGE-FILE EMPTIES DPAYIMG - AFTER   *
      *              THE ROTATE ANY DISCREPANCY IS UNPROVABLE.  MUST  *
      *  18/01/22  RSH  INITIAL VERSION.                               *
      *  18/05/21  RSH  KEEP +40 DUPLICATE-RESUBMISSION IMAGES OUT OF *
      *                 THE TRANSITION CHAIN, AS DPAYCAP DOES.        *
      *  19/01/14  RSH  VALUE TOTALS BY CURRENCY AND IN BASE-CURRENCY  *
      *                 EQUIVALENT; NO CURRENT RATE STOPS THE RUN.     *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *                 RUN ORDER AGAINST DPAYRECN AND DPAYDLV NOW    *
      *                 ENFORCED BY THE RUN-CONTROL LEDGER (DPAYRUN). *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYBAL.
               88  DPAYBAL-ENTRY-FOUND        VALUE "Y".
           05  DPAYBAL-PRIOR-SW           PIC X(01) VALUE "N".
               88  DPAYBAL-PRIOR-SET          VALUE "Y".
           05  DPAYBAL-STOP-SW            PIC X(01) VALUE "N".
               88  DPAYBAL-RUN-STOPPED        VALUE "Y".
           05  DPAYBAL-CUR-FOUND-SW       PIC X(01) VALUE "N".
               88  DPAYBAL-CUR-FOUND          VALUE "Y".

       01  DPAYBAL-COUNTERS.
           05  DPAYBAL-IMAGE-CT           PIC 9(07) COMP-3 VALUE 0.
       77  DPAYBAL-PRIOR-STATUS       PIC X(01).
       77  DPAYBAL-CURR-ID            PIC 9(09).

      *****************************************************************
      * THE VALUE OF TODAY'S IMAGED CONSENTS BY CURRENCY - ONE ENTRY  *
      * PER CURRENCY SEEN; ANY BEYOND THE TABLE ARE TOTALLED AS       *
      * OTHER CURRENCIES, IN BASE ONLY.                               *
      *****************************************************************
       77  DPAYBAL-BASE-EQUIV         PIC S9(12)V99.
       77  DPAYBAL-BASE-CUR           PIC X(03) VALUE SPACES.
       77  DPAYBAL-VALUE-BASE         PIC S9(12)V99 COMP-3 VALUE 0.
       77  DPAYBAL-CUR-SUB            PIC 9(03) COMP.
       77  DPAYBAL-CUR-CT             PIC 9(03) COMP VALUE 0.
       77  DPAYBAL-CUR-MAX            PIC 9(03) COMP VALUE 50.
       77  DPAYBAL-OTHER-CT           PIC 9(07) COMP-3 VALUE 0.
       77  DPAYBAL-OTHER-BASE         PIC S9(12)V99 COMP-3 VALUE 0.
       01  DPAYBAL-CUR-TABLE.
           05  DPAYBAL-CUR-ENTRY OCCURS 50 TIMES.
               10  DPAYBAL-CUR-CODE       PIC X(03).
               10  DPAYBAL-CUR-ITEM-CT    PIC 9(07) COMP-3.
               10  DPAYBAL-CUR-ORIG-AMT   PIC S9(12)V99 COMP-3.
               10  DPAYBAL-CUR-BASE-AMT   PIC S9(12)V99 COMP-3.

       01  DPAYBAL-FXC-PARMS.
           COPY DPAYFXP.

      *****************************************************************
      * TODAY'S ERROR-LOG ENTRIES AND NOTIFICATION EVENTS, LOADED UP  *
      * FRONT SO EACH IMAGE CAN BE CHECKED WITHOUT RE-READING THE     *
               VALUE "OUT-OF-BALANCE ITEMS : ".
           05  DPAYBAL-S-EXCEPT-CT        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  DPAYBAL-S-VERDICT          PIC X(40).

       01  DPAYBAL-CUR-LINE.
           05  FILLER                     PIC X(14)
               VALUE "VALUE IN ".
           05  DPAYBAL-C-CURRENCY         PIC X(16).
           05  DPAYBAL-C-ITEM-CT          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(11)
               VALUE "  AMOUNT : ".
           05  DPAYBAL-C-ORIG-AMT         PIC Z(11)9.99-.
           05  FILLER                     PIC X(15)
               VALUE "  BASE EQUIV : ".
           05  DPAYBAL-C-BASE-AMT         PIC Z(11)9.99-.

       01  DPAYBAL-BASE-TOTAL-LINE.
           05  FILLER                     PIC X(28)
               VALUE "TOTAL VALUE IN BASE CURRENCY".
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  DPAYBAL-T-BASE-CUR         PIC X(03).
           05  FILLER                     PIC X(03) VALUE " : ".
           05  DPAYBAL-T-BASE-AMT         PIC Z(11)9.99-.

       01  DPAYBAL-STOP-LINE.
           05  FILLER                     PIC X(17)
               VALUE "** RUN STOPPED - ".
           05  DPAYBAL-X-REASON           PIC X(50).
           05  FILLER                     PIC X(11)
               VALUE " - CONSENT ".
           05  DPAYBAL-X-ID               PIC 9(09).
           05  FILLER                     PIC X(03) VALUE " **".

       01  DPAYBAL-OVERFLOW-LINE.
           05  FILLER                     PIC X(36)

       01  DPAYBAL-TODAY-DATE             PIC X(08).

       01  DPAYBAL-RUN-PARMS.
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
           SORT DPAYSORT-FILE
               THRU 2000-EXIT.
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
           MOVE "DPAYBAL" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYBAL-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYBAL-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE DPAYBAL-TODAY-DATE TO DPAYBAL-H1-DATE.

      *****************************************************************
      * A CONSENT-ID GROUP HAS ENDED - ITS RECORD MUST BE ON THE      *
      * CONSENT MASTER, WHERE ITS VALUE IS TAKEN FOR THE TOTALS.      *
      *****************************************************************
       2500-CHECK-MASTER.
           ADD 1 TO DPAYBAL-CONSENT-CT.
               MOVE SPACES TO DPAYBAL-D-DETAIL
               MOVE DPAYBAL-DETAIL-LINE TO DPAYBALR-LINE
               WRITE DPAYBALR-LINE
               GO TO 2500-EXIT
           END-IF.
           IF NOT DPAYBAL-RUN-STOPPED
               PERFORM 2600-TOTAL-VALUE
                   THRU 2600-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * ADD THE CONSENT TO THE VALUE TOTALS AT ITS BASE-CURRENCY      *
      * EQUIVALENT.  NO CURRENT RATE IS A HARD STOP: THE REASON IS    *
      * PRINTED, THE STEP ENDS WITH RETURN CODE 16 AND NO FURTHER     *
      * IMAGES ARE READ.                                              *
      *****************************************************************
       2600-TOTAL-VALUE.
           MOVE DFHCA-01-CURRENCY-CD IN DPAYMAS-RECORD
               TO DPAYFXP-FROM-CUR.
           MOVE DFHCA-01-CONSENT-AMOUNT IN DPAYMAS-RECORD
               TO DPAYFXP-FROM-AMT.
           MOVE SPACES TO DPAYFXP-TO-CUR.
           CALL "DPAYFXC" USING DPAYBAL-FXC-PARMS.
           IF NOT DPAYFXP-RATE-OK
               SET DPAYBAL-RUN-STOPPED TO TRUE
               SET DPAYBAL-AT-EOF TO TRUE
               MOVE 16 TO RETURN-CODE
               MOVE DPAYFXP-REASON TO DPAYBAL-X-REASON
               MOVE DPAYBAL-CURR-ID TO DPAYBAL-X-ID
               MOVE DPAYBAL-STOP-LINE TO DPAYBALR-LINE
               WRITE DPAYBALR-LINE
               GO TO 2600-EXIT
           END-IF.
           MOVE DPAYFXP-TO-AMT TO DPAYBAL-BASE-EQUIV.
           MOVE DPAYFXP-BASE-CUR TO DPAYBAL-BASE-CUR.
           ADD DPAYBAL-BASE-EQUIV TO DPAYBAL-VALUE-BASE.
           MOVE "N" TO DPAYBAL-CUR-FOUND-SW.
           PERFORM 2610-MATCH-CURRENCY
               THRU 2610-EXIT
               VARYING DPAYBAL-CUR-SUB FROM 1 BY 1
               UNTIL DPAYBAL-CUR-SUB > DPAYBAL-CUR-CT
                   OR DPAYBAL-CUR-FOUND.
           IF NOT DPAYBAL-CUR-FOUND
               IF DPAYBAL-CUR-CT < DPAYBAL-CUR-MAX
                   ADD 1 TO DPAYBAL-CUR-CT
                   MOVE DFHCA-01-CURRENCY-CD IN DPAYMAS-RECORD
                       TO DPAYBAL-CUR-CODE (DPAYBAL-CUR-CT)
                   MOVE ZERO TO DPAYBAL-CUR-ITEM-CT (DPAYBAL-CUR-CT)
                   MOVE ZERO TO DPAYBAL-CUR-ORIG-AMT (DPAYBAL-CUR-CT)
                   MOVE ZERO TO DPAYBAL-CUR-BASE-AMT (DPAYBAL-CUR-CT)
                   MOVE DPAYBAL-CUR-CT TO DPAYBAL-CUR-SUB
                   PERFORM 2620-ADD-TO-ENTRY
                       THRU 2620-EXIT
               ELSE
                   ADD 1 TO DPAYBAL-OTHER-CT
                   ADD DPAYBAL-BASE-EQUIV TO DPAYBAL-OTHER-BASE
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.

       2610-MATCH-CURRENCY.
           IF DPAYBAL-CUR-CODE (DPAYBAL-CUR-SUB) =
                   DFHCA-01-CURRENCY-CD IN DPAYMAS-RECORD
               SET DPAYBAL-CUR-FOUND TO TRUE
               PERFORM 2620-ADD-TO-ENTRY
                   THRU 2620-EXIT
           END-IF.
       2610-EXIT.
           EXIT.

       2620-ADD-TO-ENTRY.
           ADD 1 TO DPAYBAL-CUR-ITEM-CT (DPAYBAL-CUR-SUB).
           ADD DFHCA-01-CONSENT-AMOUNT IN DPAYMAS-RECORD
               TO DPAYBAL-CUR-ORIG-AMT (DPAYBAL-CUR-SUB).
           ADD DPAYBAL-BASE-EQUIV
               TO DPAYBAL-CUR-BASE-AMT (DPAYBAL-CUR-SUB).
       2620-EXIT.
           EXIT.

       9000-TERMINATE.
           IF DPAYBAL-ERRL-LOST-CT > ZERO
               MOVE "DPAYERRL" TO DPAYBAL-O-FILE
           MOVE DPAYBAL-TRANS-CT TO DPAYBAL-S-TRANS-CT.
           MOVE DPAYBAL-SUMMARY-2 TO DPAYBALR-LINE.
           WRITE DPAYBALR-LINE.
           PERFORM 9100-WRITE-ONE-CURRENCY
               THRU 9100-EXIT
               VARYING DPAYBAL-CUR-SUB FROM 1 BY 1
               UNTIL DPAYBAL-CUR-SUB > DPAYBAL-CUR-CT.
           IF DPAYBAL-OTHER-CT > ZERO
               MOVE "OTHER CURRENCIES" TO DPAYBAL-C-CURRENCY
               MOVE DPAYBAL-OTHER-CT TO DPAYBAL-C-ITEM-CT
               MOVE ZERO TO DPAYBAL-C-ORIG-AMT
               MOVE DPAYBAL-OTHER-BASE TO DPAYBAL-C-BASE-AMT
               MOVE DPAYBAL-CUR-LINE TO DPAYBALR-LINE
               MOVE SPACES TO DPAYBALR-LINE (38:27)
               WRITE DPAYBALR-LINE
           END-IF.
           MOVE DPAYBAL-BASE-CUR TO DPAYBAL-T-BASE-CUR.
           MOVE DPAYBAL-VALUE-BASE TO DPAYBAL-T-BASE-AMT.
           MOVE DPAYBAL-BASE-TOTAL-LINE TO DPAYBALR-LINE.
           WRITE DPAYBALR-LINE.
           MOVE DPAYBAL-EXCEPT-CT TO DPAYBAL-S-EXCEPT-CT.
           IF DPAYBAL-RUN-STOPPED
               MOVE "** RUN STOPPED - NO CURRENT RATE **"
                   TO DPAYBAL-S-VERDICT
               GO TO 9000-CLOSE
           END-IF.
           IF DPAYBAL-EXCEPT-CT = ZERO
               AND DPAYBAL-ERRL-LOST-CT = ZERO
               AND DPAYBAL-EVENT-LOST-CT = ZERO
           ELSE
               MOVE "** OUT OF BALANCE **" TO DPAYBAL-S-VERDICT
           END-IF.
       9000-CLOSE.
           MOVE DPAYBAL-SUMMARY-3 TO DPAYBALR-LINE.
           WRITE DPAYBALR-LINE.
           CLOSE DPAYBALR-FILE.
       9000-EXIT.
           EXIT.

       9100-WRITE-ONE-CURRENCY.
           MOVE DPAYBAL-CUR-CODE (DPAYBAL-CUR-SUB)
               TO DPAYBAL-C-CURRENCY.
           MOVE DPAYBAL-CUR-ITEM-CT (DPAYBAL-CUR-SUB)
               TO DPAYBAL-C-ITEM-CT.
           MOVE DPAYBAL-CUR-ORIG-AMT (DPAYBAL-CUR-SUB)
               TO DPAYBAL-C-ORIG-AMT.
           MOVE DPAYBAL-CUR-BASE-AMT (DPAYBAL-CUR-SUB)
               TO DPAYBAL-C-BASE-AMT.
           MOVE DPAYBAL-CUR-LINE TO DPAYBALR-LINE.
           WRITE DPAYBALR-LINE.
       9100-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "IMAGES READ" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYBAL-IMAGE-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "CONSENTS" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYBAL-CONSENT-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "EXCEPTIONS" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYBAL-EXCEPT-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYBAL-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
