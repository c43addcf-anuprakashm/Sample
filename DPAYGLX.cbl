      *                 charge debits the customer account, a         *
      *                 creditor-borne charge is deducted from the    *
      *                 settlement proceeds and debits suspense;      *
      *                 either way fee income is credited;            *
      *               - per charge refund granted on a payment        *
      *                 investigation case (DPAYCRFD, written by      *
      *                 DPAYCSM), debit fee income and credit the     *
      *                 customer account, on the first posting date   *
      *                 run on or after the refund date.  The refund  *
      *                 is stamped with the posting date so it posts  *
      *                 once; a rerun of the date posts it again.     *
      *              The file ends with one trailer record per        *
      *              currency carrying the posting count and the      *
      *              debit and credit value totals, so the GL load    *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  18/07/23  RSH  INITIAL VERSION.                               *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *                 REFUSED BY THE RUN-CONTROL LEDGER UNTIL       *
      *                 DPAYRSP HAS COMPLETED FOR THE BUSINESS DATE.  *
      *  19/06/10  RSH  POST CHARGE REFUNDS FROM INVESTIGATION CASES  *
      *                 (DPAYCRFD) - DR FEE INCOME, CR THE CUSTOMER.  *
      *  19/07/01  RSH  STAMP A REFUND BEFORE POSTING IT; ONE THAT    *
      *                 CANNOT BE STAMPED IS NOT POSTED; RC 16.       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYGLX.
               RECORD KEY IS DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
               FILE STATUS IS DPAYGLX-MASTER-STATUS.

           SELECT DPAYCRFD-FILE ASSIGN TO "DPAYCRFD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DPAYCRF-CASE-NO
               FILE STATUS IS DPAYGLX-REFUND-STATUS.

           SELECT DPAYGLXO-FILE ASSIGN TO "DPAYGLXO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYGLX-POSTING-STATUS.
       FD  DPAYMAS-FILE.
           COPY DPAYMAS.

       FD  DPAYCRFD-FILE.
           COPY DPAYCRF.

       FD  DPAYGLXO-FILE
           RECORDING MODE IS F.
       01  DPAYGLXO-DETAIL-REC.
           88  DPAYGLX-MASTER-EOF         VALUE "10".
           88  DPAYGLX-MASTER-NOT-FOUND   VALUE "35".

       77  DPAYGLX-REFUND-STATUS      PIC X(02).
           88  DPAYGLX-REFUND-OK          VALUE "00".
           88  DPAYGLX-REFUND-NOT-FOUND   VALUE "35".

       77  DPAYGLX-REFUND-EOF-SW      PIC X(01) VALUE "N".
           88  DPAYGLX-REFUND-AT-EOF       VALUE "Y".

       77  DPAYGLX-POSTING-STATUS     PIC X(02).
       77  DPAYGLX-REPORT-STATUS      PIC X(02).

       77  DPAYGLX-CONSENT-CT         PIC 9(07) COMP-3 VALUE 0.
       77  DPAYGLX-POSTING-CT         PIC 9(07) COMP-3 VALUE 0.
       77  DPAYGLX-CHARGE-CT          PIC 9(07) COMP-3 VALUE 0.
       77  DPAYGLX-REFUND-CT          PIC 9(07) COMP-3 VALUE 0.
       77  DPAYGLX-ERROR-CT           PIC 9(07) COMP-3 VALUE 0.

       77  DPAYGLX-CUR-SUB            PIC 9(03) COMP.
       77  DPAYGLX-CUR-CT             PIC 9(03) COMP VALUE 0.
           05  DPAYGLX-W-AMOUNT           PIC S9(12)V99.
           05  DPAYGLX-W-CURRENCY         PIC X(03).
           05  DPAYGLX-W-NARRATIVE        PIC X(20).
           05  DPAYGLX-W-CONSENT-ID       PIC 9(09).

       01  DPAYGLX-POSTING-DATE       PIC X(08).
       01  DPAYGLX-TODAY-DATE         PIC X(08).
               VALUE "CHARGE PAIRS         : ".
           05  DPAYGLX-S-CHARGE-CT        PIC ZZZ,ZZ9.

       01  DPAYGLX-SUMMARY-2.
           05  FILLER                     PIC X(24)
               VALUE "CHARGE REFUND PAIRS  : ".
           05  DPAYGLX-S-REFUND-CT        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(24)
               VALUE "REFUNDS NOT STAMPED  : ".
           05  DPAYGLX-S-ERROR-CT         PIC ZZZ,ZZ9.

       01  DPAYGLX-RUN-PARMS.
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
               UNTIL DPAYGLX-AT-EOF.
           PERFORM 3500-READ-REFUND
               THRU 3500-EXIT.
           PERFORM 3600-EXTRACT-REFUND
               THRU 3600-EXIT
               UNTIL DPAYGLX-REFUND-AT-EOF.
           PERFORM 5000-WRITE-TRAILERS
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
           MOVE "DPAYGLX" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYGLX-RUN-PARMS.
       0100-EXIT.
           EXIT.

      *****************************************************************
      * ESTABLISH THE POSTING DATE - FROM THE PARAMETER CARD WHEN     *
      * SUPPLIED, OTHERWISE THE RUN DATE - AND OPEN THE FILES.        *
               CLOSE DPAYMAS-FILE
               OPEN INPUT DPAYMAS-FILE
           END-IF.
           OPEN I-O DPAYCRFD-FILE.
           IF DPAYGLX-REFUND-NOT-FOUND
               OPEN OUTPUT DPAYCRFD-FILE
               CLOSE DPAYCRFD-FILE
               OPEN I-O DPAYCRFD-FILE
           END-IF.
           OPEN OUTPUT DPAYGLXO-FILE.
           OPEN OUTPUT DPAYGLXR-FILE.
           MOVE DPAYGLX-MATCH-DATE TO DPAYGLX-H1-DATE.
               AND DFHCA-01-LAST-UPDATE-TS IN DPAYMAS-RECORD (1:10)
                   = DPAYGLX-MATCH-DATE
               ADD 1 TO DPAYGLX-CONSENT-CT
               MOVE DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
                   TO DPAYGLX-W-CONSENT-ID
               PERFORM 3100-POST-PRINCIPAL-PAIR
                   THRU 3100-EXIT
               PERFORM 3200-POST-CHARGE-PAIR
       3200-EXIT.
           EXIT.

       3500-READ-REFUND.
           READ DPAYCRFD-FILE NEXT RECORD
               AT END
                   SET DPAYGLX-REFUND-AT-EOF TO TRUE
           END-READ.
       3500-EXIT.
           EXIT.

      *****************************************************************
      * A CHARGE REFUND POSTS ON THE FIRST POSTING DATE RUN ON OR     *
      * AFTER ITS REFUND DATE - ONE NOT YET POSTED AND REFUNDED ON OR *
      * BEFORE THE DATE - OR AGAIN WHEN THE DATE IT POSTED ON IS      *
      * RERUN.  THE FEE INCOME TAKEN WITH THE CHARGE IS REVERSED TO   *
      * THE CUSTOMER ACCOUNT, AND THE REFUND STAMPED WITH THE DATE.   *
      * THE STAMP IS MADE FIRST: A REFUND THAT CANNOT BE STAMPED IS   *
      * NOT POSTED, SO THE NEXT RUN STILL PICKS IT UP; IT IS COUNTED  *
      * AND THE STEP ENDS WITH RETURN CODE 16.                        *
      *****************************************************************
       3600-EXTRACT-REFUND.
           IF DPAYCRF-GL-POSTED-DATE = DPAYGLX-MATCH-DATE
               OR (DPAYCRF-NOT-POSTED
                   AND DPAYCRF-REFUND-DATE NOT > DPAYGLX-MATCH-DATE)
               PERFORM 3700-POST-REFUND-PAIR
                   THRU 3700-EXIT
           END-IF.
           PERFORM 3500-READ-REFUND
               THRU 3500-EXIT.
       3600-EXIT.
           EXIT.

       3700-POST-REFUND-PAIR.
           MOVE DPAYGLX-MATCH-DATE TO DPAYCRF-GL-POSTED-DATE.
           REWRITE DPAYCRF-RECORD.
           IF NOT DPAYGLX-REFUND-OK
               ADD 1 TO DPAYGLX-ERROR-CT
               MOVE 16 TO RETURN-CODE
               GO TO 3700-EXIT
           END-IF.
           ADD 1 TO DPAYGLX-REFUND-CT.
           MOVE DPAYCRF-CONSENT-ID TO DPAYGLX-W-CONSENT-ID.
           MOVE DPAYCRF-AMOUNT TO DPAYGLX-W-AMOUNT.
           MOVE DPAYCRF-CURRENCY TO DPAYGLX-W-CURRENCY.
           MOVE "CHARGE REFUND" TO DPAYGLX-W-NARRATIVE.
           MOVE "DR" TO DPAYGLX-W-DR-CR.
           MOVE DPAYGLX-FEE-INCOME-AC TO DPAYGLX-W-ACCOUNT.
           PERFORM 4000-WRITE-POSTING
               THRU 4000-EXIT.
           MOVE "CR" TO DPAYGLX-W-DR-CR.
           MOVE DPAYCRF-DEBIT-AC TO DPAYGLX-W-ACCOUNT.
           PERFORM 4000-WRITE-POSTING
               THRU 4000-EXIT.
       3700-EXIT.
           EXIT.

      *****************************************************************
      * WRITE THE POSTING IN HAND AND ROLL IT INTO ITS CURRENCY'S     *
      * CONTROL TOTALS FOR THE TRAILER.                               *
           MOVE DPAYGLX-W-ACCOUNT TO DPAYGLXO-D-ACCOUNT.
           MOVE DPAYGLX-W-AMOUNT TO DPAYGLXO-D-AMOUNT.
           MOVE DPAYGLX-W-CURRENCY TO DPAYGLXO-D-CURRENCY.
           MOVE DPAYGLX-W-CONSENT-ID TO DPAYGLXO-D-CONSENT-ID.
           MOVE DPAYGLX-W-NARRATIVE TO DPAYGLXO-D-NARRATIVE.
           WRITE DPAYGLXO-DETAIL-REC.
           ADD 1 TO DPAYGLX-POSTING-CT.
           MOVE DPAYGLX-CHARGE-CT TO DPAYGLX-S-CHARGE-CT.
           MOVE DPAYGLX-SUMMARY-1 TO DPAYGLXR-LINE.
           WRITE DPAYGLXR-LINE.
           MOVE DPAYGLX-REFUND-CT TO DPAYGLX-S-REFUND-CT.
           MOVE DPAYGLX-ERROR-CT TO DPAYGLX-S-ERROR-CT.
           MOVE DPAYGLX-SUMMARY-2 TO DPAYGLXR-LINE.
           WRITE DPAYGLXR-LINE.
           CLOSE DPAYMAS-FILE.
           CLOSE DPAYCRFD-FILE.
           CLOSE DPAYGLXO-FILE.
           CLOSE DPAYGLXR-FILE.
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
           MOVE DPAYGLX-CONSENT-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "POSTINGS" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYGLX-POSTING-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "CHARGE REFUNDS" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYGLX-REFUND-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYGLX-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
