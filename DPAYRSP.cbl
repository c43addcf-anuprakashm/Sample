      *              already been failed, is reported and left alone.  *
      *              Everything is listed on DPAYRSPR so ops no        *
      *              longer re-keys these by hand.                     *
      *              A payment returned because the beneficiary        *
      *              account is closed (reason AC04) also marks the    *
      *              credit account closed on the beneficiary          *
      *              reference file (DPAYBEN), adding it if it was not *
      *              registered, so the payee check (DPAYCOP) stops    *
      *              the next payment to it before it goes out.        *
      *                                                                *
      * RESPONSE FILE FORMAT (DPAYRSPI), ONE PER RETURN/REJECT :       *
      *   COLS 1-9   DFHCA-01-DOMESTIC-PAY-ID OF THE PAYMENT          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  18/07/09  RSH  INITIAL VERSION.                               *
      *  18/11/26  RSH  RECORD THE BATCH AS OPERATOR ON THE STATUS     *
      *                 HISTORY.                                      *
      *  19/02/11  RSH  MARK THE PAYEE ACCOUNT CLOSED ON THE           *
      *                 BENEFICIARY FILE FOR A CLOSED-ACCOUNT RETURN.  *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYRSP.
                   WITH DUPLICATES
               FILE STATUS IS DPAYRSP-MASTER-STATUS.

           SELECT DPAYBEN-FILE ASSIGN TO "DPAYBEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPAYBEN-CREDIT-AC
               FILE STATUS IS DPAYRSP-BEN-STATUS.

           SELECT DPAYRSPR-FILE ASSIGN TO "DPAYRSPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYRSP-REPORT-STATUS.
               88  DPAYRSPI-RETURNED          VALUE "RETN".
               88  DPAYRSPI-REJECTED          VALUE "RJCT".
           05  DPAYRSPI-REASON-CD         PIC X(04).
               88  DPAYRSPI-AC-CLOSED         VALUE "AC04".
           05  DPAYRSPI-REASON-DESC       PIC X(35).

       FD  DPAYMAS-FILE.
           COPY DPAYMAS.

       FD  DPAYBEN-FILE.
           COPY DPAYBEN.

       FD  DPAYRSPR-FILE
           RECORDING MODE IS F.
       01  DPAYRSPR-LINE                  PIC X(132).
           88  DPAYRSP-MASTER-OK          VALUE "00".
           88  DPAYRSP-MASTER-NOT-FOUND   VALUE "23", "35".

       77  DPAYRSP-BEN-STATUS         PIC X(02).
           88  DPAYRSP-BEN-OK             VALUE "00".
           88  DPAYRSP-BEN-NOT-FOUND      VALUE "23", "35".

       77  DPAYRSP-REPORT-STATUS      PIC X(02).

       77  DPAYRSP-AT-EOF-SW          PIC X(01) VALUE "N".
       77  DPAYRSP-APPLIED-CT         PIC 9(07) COMP-3 VALUE 0.
       77  DPAYRSP-UNMATCHED-CT       PIC 9(07) COMP-3 VALUE 0.
       77  DPAYRSP-SKIPPED-CT         PIC 9(07) COMP-3 VALUE 0.
       77  DPAYRSP-PAYEE-CLOSED-CT    PIC 9(07) COMP-3 VALUE 0.

       01  DPAYRSP-TODAY-DATE         PIC X(08).
       01  DPAYRSP-TIME-NOW           PIC X(08).
               VALUE "SKIPPED : ".
           05  DPAYRSP-S-SKIPPED-CT       PIC ZZZ,ZZ9.

       01  DPAYRSP-SUMMARY-2.
           05  FILLER                     PIC X(24)
               VALUE "PAYEE ACCOUNTS CLOSED: ".
           05  DPAYRSP-S-PAYEE-CLOSED-CT  PIC ZZZ,ZZ9.

       01  DPAYRSP-RUN-PARMS.
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
           PERFORM 2000-READ-RESPONSE
               UNTIL DPAYRSP-AT-EOF.
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
           MOVE "DPAYRSP" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYRSP-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYRSP-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT DPAYRSP-TIME-NOW FROM TIME.
               CLOSE DPAYMAS-FILE
               OPEN I-O DPAYMAS-FILE
           END-IF.
           OPEN I-O DPAYBEN-FILE.
           IF DPAYRSP-BEN-NOT-FOUND
               OPEN OUTPUT DPAYBEN-FILE
               CLOSE DPAYBEN-FILE
               OPEN I-O DPAYBEN-FILE
           END-IF.
           OPEN OUTPUT DPAYRSPR-FILE.
           MOVE DPAYRSP-NOW-DATE TO DPAYRSP-H1-DATE.
           MOVE DPAYRSP-HEADING-1 TO DPAYRSPR-LINE.
               TO DFHCA-01-ACC-ACTUAL-BAL-AFT IN DPAYMAS-RECORD.
           MOVE DPAYRSP-NOW-TS
               TO DFHCA-01-LAST-UPDATE-TS IN DPAYMAS-RECORD.
           MOVE "DPAYRSP" TO DFHCA-01-LAST-OPER-ID IN DPAYMAS-RECORD.
           REWRITE DPAYMAS-RECORD.
           CALL "DPAYNTF" USING DPAYMAS-RECORD, DPAYRSP-PRIOR-STATUS.
           CALL "DPAYHST" USING DPAYMAS-RECORD, DPAYRSP-PRIOR-STATUS.
           ADD 1 TO DPAYRSP-APPLIED-CT.
           MOVE "FAILED - BALANCES RESTORED" TO DPAYRSP-D-OUTCOME.
           IF DPAYRSPI-AC-CLOSED
               PERFORM 4100-MARK-PAYEE-CLOSED
                   THRU 4100-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * THE SCHEME SAYS THE BENEFICIARY ACCOUNT IS CLOSED: MARK IT    *
      * CLOSED ON THE BENEFICIARY FILE WITH THE SCHEME'S REASON, SO   *
      * THE PAYEE CHECK STOPS THE NEXT PAYMENT TO IT.  AN ACCOUNT NOT *
      * YET REGISTERED IS ADDED, CLOSED, UNDER THE NAME THE PAYMENT   *
      * WAS SENT TO.  THE REASON CODE ON THE RECORD IS WHAT KEEPS THE *
      * REGISTER EXTRACT (DPAYBNM) FROM REOPENING IT.                 *
      *****************************************************************
       4100-MARK-PAYEE-CLOSED.
           MOVE "FAILED - PAYEE AC CLOSED" TO DPAYRSP-D-OUTCOME.
           MOVE DFHCA-01-CREDIT-AC IN DPAYMAS-RECORD
               TO DPAYBEN-CREDIT-AC.
           READ DPAYBEN-FILE
               KEY IS DPAYBEN-CREDIT-AC
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DPAYRSP-BEN-OK
               AND DPAYBEN-AC-CLOSED
               AND DPAYBEN-CLOSE-REASON NOT = SPACES
               GO TO 4100-EXIT
           END-IF.
           IF NOT DPAYRSP-BEN-OK
               MOVE SPACES TO DPAYBEN-RECORD
               MOVE DFHCA-01-CREDIT-AC IN DPAYMAS-RECORD
                   TO DPAYBEN-CREDIT-AC
               MOVE DFHCA-01-CREDIT-AC-CUSTNAME IN DPAYMAS-RECORD
                   TO DPAYBEN-ACCOUNT-NAME
           END-IF.
           SET DPAYBEN-AC-CLOSED TO TRUE.
           MOVE DPAYRSP-NOW-DATE TO DPAYBEN-STATUS-DATE.
           MOVE "DPAYRSP" TO DPAYBEN-STATUS-BY.
           MOVE DPAYRSPI-REASON-CD TO DPAYBEN-CLOSE-REASON.
           IF DPAYRSP-BEN-OK
               REWRITE DPAYBEN-RECORD
           ELSE
               WRITE DPAYBEN-RECORD
           END-IF.
           ADD 1 TO DPAYRSP-PAYEE-CLOSED-CT.
       4100-EXIT.
           EXIT.

       3900-WRITE-DETAIL.
           MOVE DPAYRSP-DETAIL-LINE TO DPAYRSPR-LINE.
           WRITE DPAYRSPR-LINE.
           MOVE DPAYRSP-SKIPPED-CT TO DPAYRSP-S-SKIPPED-CT.
           MOVE DPAYRSP-SUMMARY-1 TO DPAYRSPR-LINE.
           WRITE DPAYRSPR-LINE.
           MOVE DPAYRSP-PAYEE-CLOSED-CT TO DPAYRSP-S-PAYEE-CLOSED-CT.
           MOVE DPAYRSP-SUMMARY-2 TO DPAYRSPR-LINE.
           WRITE DPAYRSPR-LINE.
           CLOSE DPAYRSPI-FILE.
           CLOSE DPAYMAS-FILE.
           CLOSE DPAYBEN-FILE.
           CLOSE DPAYRSPR-FILE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "RESPONSES" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYRSP-RESPONSE-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "APPLIED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYRSP-APPLIED-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "UNMATCHED" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYRSP-UNMATCHED-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYRSP-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
