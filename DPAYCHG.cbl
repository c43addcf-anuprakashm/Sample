      *              the invoice-ready summary report (DPAYCHGR),     *
      *              so the fees team no longer re-keys charge        *
      *              figures from DPAYINQ printouts.                  *
      *              Charge refunds granted on payment investigation  *
      *              cases (DPAYCRFD, written by DPAYCSM) are billed  *
      *              in the first billing month run on or after the   *
      *              refund date, as a negative detail record netted  *
      *              into the charge's bearer / type / currency       *
      *              aggregate, and stamped with the month so they    *
      *              are billed once; a rerun of the month bills them *
      *              again.                                           *
      *                                                                *
      * INPUT CARD FORMAT (DPAYCHGC) :                                 *
      *   COLS 1-6   BILLING MONTH AS YYYYMM.  THE CARD IS OPTIONAL - *
      *   COLS 20-23 BEARER              COLS 24-43 CHARGE TYPE       *
      *   COLS 44-46 CURRENCY            COLS 47-59 AMOUNT,           *
      *              SIGN LEADING SEPARATE, TWO ASSUMED DECIMALS      *
      *   A CHARGE REFUND CARRIES THE REFUND DATE AS ITS SETTLED DATE *
      *   AND THE AMOUNT REFUNDED AS A NEGATIVE AMOUNT.               *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  18/02/05  RSH  INITIAL VERSION.                               *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *  19/06/10  RSH  BILL CHARGE REFUNDS FROM INVESTIGATION CASES  *
      *                 (DPAYCRFD) AS NEGATIVE CHARGE LINES.          *
      *  19/07/01  RSH  STAMP A REFUND BEFORE BILLING IT; ONE THAT    *
      *                 CANNOT BE STAMPED IS NOT BILLED; RC 16.       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYCHG.
               RECORD KEY IS DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
               FILE STATUS IS DPAYCHG-MASTER-STATUS.

           SELECT DPAYCRFD-FILE ASSIGN TO "DPAYCRFD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DPAYCRF-CASE-NO
               FILE STATUS IS DPAYCHG-REFUND-STATUS.

           SELECT DPAYCHGD-FILE ASSIGN TO "DPAYCHGD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYCHG-DETAIL-STATUS.
       FD  DPAYMAS-FILE.
           COPY DPAYMAS.

       FD  DPAYCRFD-FILE.
           COPY DPAYCRF.

       FD  DPAYCHGD-FILE
           RECORDING MODE IS F.
       01  DPAYCHGD-RECORD.
           88  DPAYCHG-MASTER-EOF         VALUE "10".
           88  DPAYCHG-MASTER-NOT-FOUND   VALUE "35".

       77  DPAYCHG-REFUND-STATUS      PIC X(02).
           88  DPAYCHG-REFUND-OK          VALUE "00".
           88  DPAYCHG-REFUND-NOT-FOUND   VALUE "35".

       77  DPAYCHG-REFUND-EOF-SW      PIC X(01) VALUE "N".
           88  DPAYCHG-REFUND-AT-EOF       VALUE "Y".

       77  DPAYCHG-DETAIL-STATUS      PIC X(02).
       77  DPAYCHG-REPORT-STATUS      PIC X(02).

       77  DPAYCHG-CHARGE-CT          PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCHG-LOST-CT            PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCHG-GRAND-TOTAL        PIC S9(12)V99 COMP-3 VALUE 0.
       77  DPAYCHG-REFUND-CT          PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCHG-ERROR-CT           PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCHG-REFUND-TOTAL       PIC S9(12)V99 COMP-3 VALUE 0.

      *****************************************************************
      * THE CHARGE OR REFUND BEING ROLLED INTO THE AGGREGATES.  A     *
      * REFUND NETS ITS AMOUNT OFF BUT IS NOT COUNTED AS A CHARGE.    *
      *****************************************************************
       01  DPAYCHG-ITEM.
           05  DPAYCHG-ITEM-BEARER        PIC X(20).
           05  DPAYCHG-ITEM-TYPE          PIC X(20).
           05  DPAYCHG-ITEM-CURRENCY      PIC X(03).
           05  DPAYCHG-ITEM-AMOUNT        PIC S9(10)V99.
           05  DPAYCHG-ITEM-COUNT         PIC 9(01).

      *****************************************************************
      * THE AGGREGATION TABLE - ONE ENTRY PER DISTINCT BEARER /       *
               VALUE "TOTAL (ALL CURRENCIES): ".
           05  DPAYCHG-S-GRAND-TOTAL      PIC Z(11)9.99-.

       01  DPAYCHG-SUMMARY-2.
           05  FILLER                     PIC X(24)
               VALUE "CHARGE REFUNDS       : ".
           05  DPAYCHG-S-REFUND-CT        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(24)
               VALUE "REFUNDED (ALL CURRS) : ".
           05  DPAYCHG-S-REFUND-TOTAL     PIC Z(11)9.99-.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(24)
               VALUE "REFUNDS NOT STAMPED  : ".
           05  DPAYCHG-S-ERROR-CT         PIC ZZZ,ZZ9.

       01  DPAYCHG-OVERFLOW-LINE.
           05  FILLER                     PIC X(42)
               VALUE "** AGGREGATION TABLE FULL - CHARGES LOST: ".
           05  FILLER                     PIC X(26)
               VALUE " - RESULTS INCOMPLETE **".

       01  DPAYCHG-RUN-PARMS.
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
           PERFORM 3000-EXTRACT-CONSENT
               THRU 3000-EXIT
               UNTIL DPAYCHG-AT-EOF.
           PERFORM 3500-READ-REFUND
               THRU 3500-EXIT.
           PERFORM 3600-EXTRACT-REFUND
               THRU 3600-EXIT
               UNTIL DPAYCHG-REFUND-AT-EOF.
           PERFORM 4000-PRINT-AGGREGATES
               THRU 4000-EXIT.
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
           MOVE "DPAYCHG" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYCHG-RUN-PARMS.
       0100-EXIT.
           EXIT.

      *****************************************************************
      * ESTABLISH THE BILLING MONTH - FROM THE PARAMETER CARD WHEN    *
      * SUPPLIED, OTHERWISE THE MONTH BEFORE THE RUN DATE - AND OPEN  *
               CLOSE DPAYMAS-FILE
               OPEN INPUT DPAYMAS-FILE
           END-IF.
           OPEN I-O DPAYCRFD-FILE.
           IF DPAYCHG-REFUND-NOT-FOUND
               OPEN OUTPUT DPAYCRFD-FILE
               CLOSE DPAYCRFD-FILE
               OPEN I-O DPAYCRFD-FILE
           END-IF.
           OPEN OUTPUT DPAYCHGD-FILE.
           OPEN OUTPUT DPAYCHGR-FILE.
           MOVE DPAYCHG-MATCH-MONTH TO DPAYCHG-H1-MONTH.
           ADD DFHCA-01-CHARGE-AMT IN DPAYMAS-RECORD
                   (DPAYCHG-CHG-SUB)
               TO DPAYCHG-GRAND-TOTAL.
           MOVE DFHCA-01-CHARGE-BEARER IN DPAYMAS-RECORD
                   (DPAYCHG-CHG-SUB)
               TO DPAYCHG-ITEM-BEARER.
           MOVE DFHCA-01-CHARGE-TYPE IN DPAYMAS-RECORD
                   (DPAYCHG-CHG-SUB)
               TO DPAYCHG-ITEM-TYPE.
           MOVE DFHCA-01-CHARGE-CUR-CD IN DPAYMAS-RECORD
                   (DPAYCHG-CHG-SUB)
               TO DPAYCHG-ITEM-CURRENCY.
           MOVE DFHCA-01-CHARGE-AMT IN DPAYMAS-RECORD
                   (DPAYCHG-CHG-SUB)
               TO DPAYCHG-ITEM-AMOUNT.
           MOVE 1 TO DPAYCHG-ITEM-COUNT.
           PERFORM 3200-AGGREGATE-CHARGE
               THRU 3200-EXIT.
       3100-EXIT.
           IF NOT DPAYCHG-AGG-FOUND
               IF DPAYCHG-AGG-CT < DPAYCHG-AGG-MAX
                   ADD 1 TO DPAYCHG-AGG-CT
                   MOVE DPAYCHG-ITEM-BEARER
                       TO DPAYCHG-AGG-BEARER (DPAYCHG-AGG-CT)
                   MOVE DPAYCHG-ITEM-TYPE
                       TO DPAYCHG-AGG-TYPE (DPAYCHG-AGG-CT)
                   MOVE DPAYCHG-ITEM-CURRENCY
                       TO DPAYCHG-AGG-CURRENCY (DPAYCHG-AGG-CT)
                   MOVE DPAYCHG-ITEM-AMOUNT
                       TO DPAYCHG-AGG-AMOUNT (DPAYCHG-AGG-CT)
                   MOVE DPAYCHG-ITEM-COUNT
                       TO DPAYCHG-AGG-COUNT (DPAYCHG-AGG-CT)
               ELSE
                   ADD 1 TO DPAYCHG-LOST-CT
               END-IF

       3210-MATCH-AGGREGATE.
           IF DPAYCHG-AGG-BEARER (DPAYCHG-AGG-SUB) =
                   DPAYCHG-ITEM-BEARER
               AND DPAYCHG-AGG-TYPE (DPAYCHG-AGG-SUB) =
                   DPAYCHG-ITEM-TYPE
               AND DPAYCHG-AGG-CURRENCY (DPAYCHG-AGG-SUB) =
                   DPAYCHG-ITEM-CURRENCY
               SET DPAYCHG-AGG-FOUND TO TRUE
               ADD DPAYCHG-ITEM-AMOUNT
                   TO DPAYCHG-AGG-AMOUNT (DPAYCHG-AGG-SUB)
               ADD DPAYCHG-ITEM-COUNT
                   TO DPAYCHG-AGG-COUNT (DPAYCHG-AGG-SUB)
           END-IF.
       3210-EXIT.
           EXIT.

       3500-READ-REFUND.
           READ DPAYCRFD-FILE NEXT RECORD
               AT END
                   SET DPAYCHG-REFUND-AT-EOF TO TRUE
           END-READ.
       3500-EXIT.
           EXIT.

      *****************************************************************
      * A CHARGE REFUND IS BILLED IN THE FIRST BILLING MONTH RUN ON   *
      * OR AFTER ITS REFUND DATE - ONE NOT YET BILLED AND REFUNDED IN *
      * OR BEFORE THE MONTH - OR AGAIN WHEN THE MONTH IT WAS BILLED   *
      * IN IS RERUN.  IT GOES TO FINANCE AS A NEGATIVE CHARGE LINE,   *
      * NETS OFF ITS CHARGE'S AGGREGATE, AND IS STAMPED WITH THE      *
      * MONTH.  THE STAMP IS MADE FIRST: A REFUND THAT CANNOT BE      *
      * STAMPED IS NOT BILLED, SO THE NEXT RUN STILL PICKS IT UP; IT  *
      * IS COUNTED AND THE STEP ENDS WITH RETURN CODE 16.             *
      *****************************************************************
       3600-EXTRACT-REFUND.
           IF DPAYCRF-BILLED-MONTH = DPAYCHG-MATCH-MONTH
               OR (DPAYCRF-NOT-BILLED
                   AND DPAYCRF-REFUND-DATE (1:7)
                       NOT > DPAYCHG-MATCH-MONTH)
               PERFORM 3700-BILL-REFUND
                   THRU 3700-EXIT
           END-IF.
           PERFORM 3500-READ-REFUND
               THRU 3500-EXIT.
       3600-EXIT.
           EXIT.

       3700-BILL-REFUND.
           MOVE DPAYCHG-MATCH-MONTH TO DPAYCRF-BILLED-MONTH.
           REWRITE DPAYCRF-RECORD.
           IF NOT DPAYCHG-REFUND-OK
               ADD 1 TO DPAYCHG-ERROR-CT
               MOVE 16 TO RETURN-CODE
               GO TO 3700-EXIT
           END-IF.
           ADD 1 TO DPAYCHG-REFUND-CT.
           MOVE DPAYCRF-CONSENT-ID TO DPAYCHGD-CONSENT-ID.
           MOVE DPAYCRF-REFUND-DATE TO DPAYCHGD-SETTLED-DATE.
           MOVE DPAYCRF-CHARGE-BEARER (1:4) TO DPAYCHGD-BEARER.
           MOVE DPAYCRF-CHARGE-TYPE TO DPAYCHGD-CHARGE-TYPE.
           MOVE DPAYCRF-CURRENCY TO DPAYCHGD-CURRENCY.
           COMPUTE DPAYCHGD-AMOUNT = ZERO - DPAYCRF-AMOUNT.
           WRITE DPAYCHGD-RECORD.
           SUBTRACT DPAYCRF-AMOUNT FROM DPAYCHG-GRAND-TOTAL.
           ADD DPAYCRF-AMOUNT TO DPAYCHG-REFUND-TOTAL.
           MOVE DPAYCRF-CHARGE-BEARER TO DPAYCHG-ITEM-BEARER.
           MOVE DPAYCRF-CHARGE-TYPE TO DPAYCHG-ITEM-TYPE.
           MOVE DPAYCRF-CURRENCY TO DPAYCHG-ITEM-CURRENCY.
           COMPUTE DPAYCHG-ITEM-AMOUNT = ZERO - DPAYCRF-AMOUNT.
           MOVE ZERO TO DPAYCHG-ITEM-COUNT.
           PERFORM 3200-AGGREGATE-CHARGE
               THRU 3200-EXIT.
       3700-EXIT.
           EXIT.

       4000-PRINT-AGGREGATES.
           PERFORM 4100-PRINT-ONE-AGGREGATE
               THRU 4100-EXIT
           MOVE DPAYCHG-GRAND-TOTAL TO DPAYCHG-S-GRAND-TOTAL.
           MOVE DPAYCHG-SUMMARY-1 TO DPAYCHGR-LINE.
           WRITE DPAYCHGR-LINE.
           MOVE DPAYCHG-REFUND-CT TO DPAYCHG-S-REFUND-CT.
           MOVE DPAYCHG-ERROR-CT TO DPAYCHG-S-ERROR-CT.
           MOVE DPAYCHG-REFUND-TOTAL TO DPAYCHG-S-REFUND-TOTAL.
           MOVE DPAYCHG-SUMMARY-2 TO DPAYCHGR-LINE.
           WRITE DPAYCHGR-LINE.
           CLOSE DPAYMAS-FILE.
           CLOSE DPAYCRFD-FILE.
           CLOSE DPAYCHGD-FILE.
           CLOSE DPAYCHGR-FILE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "CONSENTS" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYCHG-CONSENT-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "CHARGE LINES" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYCHG-CHARGE-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "CHARGE REFUNDS" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYCHG-REFUND-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYCHG-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
