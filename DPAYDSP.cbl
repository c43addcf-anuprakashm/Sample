      *              master (DPAYMAS), and:                           *
      *               - RELEASE: restores the status the submission   *
      *                 carried before it was held (kept in           *
      *                 DFHCA-01-PRE-HOLD-STATUS by DPAYSCR, DPAYDUP  *
      *                 or DPAYCOP; pending is assumed when a held    *
      *                 record predates that field) and clears the    *
      *                 hold return code - a release must never       *
      *                 fabricate an authorisation the customer did   *
      *                 not give.                                     *
      *                 Only when the restored status is authorised   *
      *                 do the edit checks (DPAYVAL) re-run and the   *
      *                 consent warehouse (DPAYWHS) apply, mirroring  *
      *               - REJECT: moves the consent to rejected with a  *
      *                 compliance return code and message, again     *
      *                 flowed through DPAYCAP.                       *
      *              A released consent whose amount needs dual       *
      *              authorisation stops in awaiting-second-approval  *
      *              status for DPAYAPV; the releasing operator is    *
      *              kept on the consent (DFHCA-01-RELEASED-BY-OPER)  *
      *              so the same person cannot also give the second   *
      *              approval.                                        *
      *              A consent that is not on the master, or is not  *
      *              in held status, is reported and left alone.      *
      *              A card from an operator DPAYOPV does not know,   *
      *              or who is not entitled to DPAYDSP, is rejected   *
      *              untouched; otherwise the operator is stamped on  *
      *              the consent (DFHCA-01-LAST-OPER-ID) for the      *
      *              status history and printed on the card's line.   *
      *                                                                *
      * INPUT CARD FORMAT (DPAYDSPC) :                                 *
      *   COL  1     ACTION    - 'R' = RELEASE, 'J' = REJECT          *
      *   COLS 2-10  CONSENT-ID - 9(9), RIGHT JUSTIFIED, ZERO FILLED  *
      *   COLS 73-80 OPERATOR ID OF THE REVIEWER                      *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  18/04/23  RSH  WAREHOUSE A RELEASED FUTURE-DATED CONSENT.    *
      *  18/05/21  RSH  RESTORE THE PRE-HOLD STATUS ON RELEASE - RUN  *
      *                 THE EDITS ONLY FOR AN AUTHORISED RESTORE.     *
      *  18/11/05  RSH  RECORD THE RELEASING OPERATOR; REPORT A        *
      *                 RELEASE STOPPED FOR SECOND APPROVAL.           *
      *  18/11/26  RSH  CHECK THE CARD'S OPERATOR THROUGH DPAYOPV AND  *
      *                 PRINT THE OPERATOR ON THE REPORT.              *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYDSP.
               88  DPAYDSPC-RELEASE           VALUE "R".
               88  DPAYDSPC-REJECT            VALUE "J".
           05  DPAYDSPC-CONSENT-ID        PIC 9(09).
           05  FILLER                     PIC X(62).
           05  DPAYDSPC-OPER-ID           PIC X(08).

       FD  DPAYMAS-FILE.
           COPY DPAYMAS.
       77  DPAYDSP-RELEASED-CT        PIC 9(07) COMP-3 VALUE 0.
       77  DPAYDSP-REJECTED-CT        PIC 9(07) COMP-3 VALUE 0.
       77  DPAYDSP-ERROR-CT           PIC 9(07) COMP-3 VALUE 0.
       77  DPAYDSP-OPER-REJECT-CT     PIC 9(07) COMP-3 VALUE 0.

       77  DPAYDSP-FUNCTION           PIC X(08) VALUE "DPAYDSP".
       77  DPAYDSP-OPER-REASON        PIC X(30).

       01  DPAYDSP-WORK-CA.
           COPY DPAYTST.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE "CONSENT-ID".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE "OUTCOME".
           05  FILLER                     PIC X(08) VALUE "OPERATOR".

       01  DPAYDSP-DETAIL-LINE.
           05  DPAYDSP-D-ACTION           PIC X(01).
           05  FILLER                     PIC X(09) VALUE SPACES.
           05  DPAYDSP-D-ID               PIC 9(09).
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  DPAYDSP-D-OUTCOME          PIC X(28).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYDSP-D-OPER             PIC X(08).

       01  DPAYDSP-SUMMARY-LINE.
           05  FILLER                     PIC X(24)
               VALUE "IN ERROR : ".
           05  DPAYDSP-S-ERROR-CT         PIC ZZZ,ZZ9.

       01  DPAYDSP-SUMMARY-2.
           05  FILLER                     PIC X(24)
               VALUE "REJECTED FOR OPERATOR: ".
           05  DPAYDSP-S-OPER-REJECT-CT   PIC ZZZ,ZZ9.

       01  DPAYDSP-RUN-PARMS.
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
           PERFORM 2000-READ-CARD
               UNTIL DPAYDSP-AT-EOF.
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
           MOVE "DPAYDSP" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYDSP-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYDSP-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT DPAYDSP-TIME-NOW FROM TIME.
           ADD 1 TO DPAYDSP-CARD-CT.
           MOVE DPAYDSPC-ACTION TO DPAYDSP-D-ACTION.
           MOVE DPAYDSPC-CONSENT-ID TO DPAYDSP-D-ID.
           MOVE DPAYDSPC-OPER-ID TO DPAYDSP-D-OPER.
           CALL "DPAYOPV" USING DPAYDSPC-OPER-ID, DPAYDSP-FUNCTION,
                                DPAYDSP-OPER-REASON.
           IF DPAYDSP-OPER-REASON NOT = SPACES
               ADD 1 TO DPAYDSP-OPER-REJECT-CT
               MOVE DPAYDSP-OPER-REASON TO DPAYDSP-D-OUTCOME
               PERFORM 3900-WRITE-DETAIL
                   THRU 3900-EXIT
               GO TO 3000-NEXT
           END-IF.
           IF NOT DPAYDSPC-RELEASE
               AND NOT DPAYDSPC-REJECT
               ADD 1 TO DPAYDSP-ERROR-CT
           END-IF.
           MOVE DPAYDSP-NOW-TS
               TO DFHCA-01-LAST-UPDATE-TS IN DPAYDSP-WORK-CA.
           MOVE DPAYDSPC-OPER-ID
               TO DFHCA-01-LAST-OPER-ID IN DPAYDSP-WORK-CA.
           IF DPAYDSPC-RELEASE
               PERFORM 4000-RELEASE-CONSENT
                   THRU 4000-EXIT
           END-IF.
           MOVE SPACE
               TO DFHCA-01-PRE-HOLD-STATUS IN DPAYDSP-WORK-CA.
           MOVE DPAYDSPC-OPER-ID
               TO DFHCA-01-RELEASED-BY-OPER IN DPAYDSP-WORK-CA.
           IF DFHCA-01-CONSENT-AUTHORISED IN DPAYDSP-WORK-CA
               CALL "DPAYVAL" USING DPAYDSP-WORK-CA
               CALL "DPAYWHS" USING DPAYDSP-WORK-CA
               ADD 1 TO DPAYDSP-RELEASED-CT
               MOVE "RELEASED" TO DPAYDSP-D-OUTCOME
           ELSE
               IF DFHCA-01-CONSENT-AWAIT-2ND IN DPAYDSP-WORK-CA
                   ADD 1 TO DPAYDSP-RELEASED-CT
                   MOVE "RELEASED - AWAITING 2ND APPR"
                       TO DPAYDSP-D-OUTCOME
               ELSE
                   ADD 1 TO DPAYDSP-ERROR-CT
                   MOVE "RELEASE FAILED EDITS" TO DPAYDSP-D-OUTCOME
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.
           MOVE DPAYDSP-ERROR-CT TO DPAYDSP-S-ERROR-CT.
           MOVE DPAYDSP-SUMMARY-LINE TO DPAYDSPR-LINE.
           WRITE DPAYDSPR-LINE.
           MOVE DPAYDSP-OPER-REJECT-CT TO DPAYDSP-S-OPER-REJECT-CT.
           MOVE DPAYDSP-SUMMARY-2 TO DPAYDSPR-LINE.
           WRITE DPAYDSPR-LINE.
           CLOSE DPAYDSPC-FILE.
           CLOSE DPAYDSPR-FILE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "CARDS READ" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYDSP-CARD-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "RELEASED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYDSP-RELEASED-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "REJECTED" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYDSP-REJECTED-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYDSP-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
