      *              authorised but DOMESTIC-PAY-STATUS never moved    *
      *              off its initial value, or vice versa, onto an     *
      *              exception report (DPAYRECR).                      *
      *              A consent awaiting second approval must still    *
      *              have its payment at the initial value - it is    *
      *              counted on the summary, and flagged only if its  *
      *              payment has moved.                               *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  17/03/02  RSH  INITIAL VERSION.                               *
      *  18/11/05  RSH  RECOGNISE CONSENTS AWAITING SECOND APPROVAL.  *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *                 REFUSED BY THE RUN-CONTROL LEDGER UNTIL       *
      *                 DPAYBAL HAS COMPLETED FOR THE BUSINESS DATE.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYRECN.
       01  DPAYRECN-COUNTERS.
           05  DPAYRECN-CONSENT-CT        PIC 9(07) COMP-3 VALUE 0.
           05  DPAYRECN-EXCEPT-CT         PIC 9(07) COMP-3 VALUE 0.
           05  DPAYRECN-AWAIT-CT          PIC 9(07) COMP-3 VALUE 0.

       01  DPAYRECN-CURRENT-GROUP.
           05  DPAYRECN-CURR-ID           PIC 9(09).
               VALUE "TOTAL EXCEPTIONS FOUND : ".
           05  DPAYRECN-S-EXCEPT-CT       PIC ZZZ,ZZ9.

       01  DPAYRECN-SUMMARY-LINE-2.
           05  FILLER                     PIC X(30)
               VALUE "AWAITING SECOND APPROVAL  : ".
           05  DPAYRECN-S-AWAIT-CT        PIC ZZZ,ZZ9.

       01  DPAYRECN-TODAY-DATE            PIC X(10).

       01  DPAYRECN-RUN-PARMS.
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
               THRU 8000-EXIT.
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
           MOVE "DPAYRECN" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYRECN-RUN-PARMS.
       0100-EXIT.
           EXIT.

      *****************************************************************
      * INITIALISE WORKING STORAGE AND OPEN THE REPORT FILE.          *
      *****************************************************************
           MOVE DPAYRECN-EXCEPT-CT TO DPAYRECN-S-EXCEPT-CT.
           MOVE DPAYRECN-SUMMARY-LINE TO DPAYRECR-LINE.
           WRITE DPAYRECR-LINE.
           MOVE DPAYRECN-AWAIT-CT TO DPAYRECN-S-AWAIT-CT.
           MOVE DPAYRECN-SUMMARY-LINE-2 TO DPAYRECR-LINE.
           WRITE DPAYRECR-LINE.
       2000-EXIT.
           EXIT.

               MOVE "CONSENT AUTHORISED BUT PAYMENT NEVER POSTED"
                   TO DPAYRECN-D-REASON
           END-IF.
           IF DFHCA-01-CONSENT-AWAIT-2ND IN DPAYRECN-CURR-REC
               ADD 1 TO DPAYRECN-AWAIT-CT
               IF NOT DFHCA-01-PAY-INITIAL IN DPAYRECN-CURR-REC
                   MOVE "PAYMENT MOVED WHILE AWAITING SECOND APPROVAL"
                       TO DPAYRECN-D-REASON
               END-IF
           END-IF.
           IF NOT DFHCA-01-CONSENT-AUTHORISED IN DPAYRECN-CURR-REC
               AND NOT DFHCA-01-CONSENT-SETTLED IN DPAYRECN-CURR-REC
               AND NOT DFHCA-01-CONSENT-AWAIT-2ND IN DPAYRECN-CURR-REC
               AND NOT DFHCA-01-PAY-INITIAL IN DPAYRECN-CURR-REC
               AND NOT (DFHCA-01-CONSENT-REJECTED IN DPAYRECN-CURR-REC
                   AND DFHCA-01-PAY-REJECTED IN DPAYRECN-CURR-REC)
           CLOSE DPAYRECR-FILE.
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
           MOVE DPAYRECN-CONSENT-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "EXCEPTIONS" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYRECN-EXCEPT-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "AWAITING" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYRECN-AWAIT-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYRECN-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
