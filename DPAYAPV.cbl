      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2018.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *****************************************************************
      * PROGRAM-ID : DPAYAPV                                          *
      * DESCRIPTION: Second-approval (four-eyes) batch for consents   *
      *              stopped in awaiting-second-approval status by    *
      *              DPAYFEC because their amount is above the dual-  *
      *              authorisation threshold.  Reads approval cards   *
      *              (DPAYAPVC), fetches each consent from the master *
      *              (DPAYMAS), and:                                  *
      *               - APPROVE: refused outright when the approver   *
      *                 is the operator who keyed the consent         *
      *                 (DFHCA-01-KEYED-BY-OPER) or released it from  *
      *                 compliance review (DFHCA-01-RELEASED-BY-      *
      *                 OPER) - the second approval must be           *
      *                 independent - and when the consent does not   *
      *                 say who keyed it, since independence cannot   *
      *                 then be shown.  Otherwise the approver is     *
      *                 recorded (DFHCA-01-SECOND-AUTH-OPER), the     *
      *                 hold return code is cleared and the consent   *
      *                 goes back to authorised through the same      *
      *                 VAL-WHS-CAP path a DPAYDSP release takes, so  *
      *                 the edits and limits are re-run, a future-    *
      *                 dated consent is warehoused, and the image,   *
      *                 master, audit, notification and history files *
      *                 all see the outcome.  An approved consent due *
      *                 today is also added to the approved-          *
      *                 settlement file (DPAYAPVO), in the same       *
      *                 commarea shape as the other settlement feeds, *
      *                 for the submission build (DPAYSUB), which     *
      *                 empties the file once it has taken the items. *
      *                 The file is extended, never rewritten, so a   *
      *                 second approval run in the same day cannot    *
      *                 lose approvals not yet submitted.             *
      *               - DECLINE: moves the consent to rejected with   *
      *                 a return code and message, again flowed       *
      *                 through DPAYCAP.                              *
      *              A consent that is not on the master, or is not   *
      *              awaiting second approval, is reported and left   *
      *              alone.  A card from an operator DPAYOPV does not *
      *              know, or who is not entitled to DPAYAPV, is      *
      *              rejected untouched; otherwise the operator is    *
      *              stamped on the consent (DFHCA-01-LAST-OPER-ID)   *
      *              for the status history.  Every card prints on    *
      *              DPAYAPVR.                                        *
      *                                                                *
      * INPUT CARD FORMAT (DPAYAPVC) :                                 *
      *   COL  1     ACTION    - 'A' = APPROVE, 'D' = DECLINE         *
      *   COLS 2-10  CONSENT-ID - 9(9), RIGHT JUSTIFIED, ZERO FILLED  *
      *   COLS 73-80 OPERATOR ID OF THE SECOND AUTHORISER             *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  18/11/05  RSH  INITIAL VERSION.                               *
      *  18/11/26  RSH  CHECK THE CARD'S OPERATOR THROUGH DPAYOPV.     *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *  19/07/01  RSH  EXTEND DPAYAPVO RATHER THAN REWRITE IT; REFUSE *
      *                 APPROVAL WHEN THE KEYING OPERATOR IS UNKNOWN. *
      *  19/07/29  RSH  CHECK THE WRITE TO DPAYAPVO; A FAILURE IS     *
      *                 REPORTED AND ENDS THE RUN RC 16.              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYAPV.
       AUTHOR.        R S HARRISON.
       INSTALLATION.  PAYMENTS SYSTEMS.
       DATE-WRITTEN.  05/11/2018.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPAYAPVC-FILE ASSIGN TO "DPAYAPVC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYAPV-CARD-STATUS.

           SELECT DPAYMAS-FILE ASSIGN TO "DPAYMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
               ALTERNATE RECORD KEY IS
                   DFHCA-01-DOMESTIC-PAY-ID IN DPAYMAS-RECORD
                   WITH DUPLICATES
               FILE STATUS IS DPAYAPV-MASTER-STATUS.

           SELECT DPAYAPVO-FILE ASSIGN TO "DPAYAPVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYAPV-OUTPUT-STATUS.

           SELECT DPAYAPVR-FILE ASSIGN TO "DPAYAPVR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYAPV-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPAYAPVC-FILE
           RECORDING MODE IS F.
       01  DPAYAPVC-CARD.
           05  DPAYAPVC-ACTION            PIC X(01).
               88  DPAYAPVC-APPROVE           VALUE "A".
               88  DPAYAPVC-DECLINE           VALUE "D".
           05  DPAYAPVC-CONSENT-ID        PIC 9(09).
           05  FILLER                     PIC X(62).
           05  DPAYAPVC-OPER-ID           PIC X(08).

       FD  DPAYMAS-FILE.
           COPY DPAYMAS.

       FD  DPAYAPVO-FILE
           RECORDING MODE IS F.
       01  DPAYAPVO-RECORD.
           COPY DPAYTST.

       FD  DPAYAPVR-FILE
           RECORDING MODE IS F.
       01  DPAYAPVR-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77  DPAYAPV-CARD-STATUS        PIC X(02).
           88  DPAYAPV-CARD-OK            VALUE "00".
           88  DPAYAPV-CARD-EOF           VALUE "10".

       77  DPAYAPV-MASTER-STATUS      PIC X(02).
           88  DPAYAPV-MASTER-OK          VALUE "00".
           88  DPAYAPV-MASTER-NOT-FOUND   VALUE "23", "35".

       77  DPAYAPV-OUTPUT-STATUS      PIC X(02).
           88  DPAYAPV-OUTPUT-OK          VALUE "00".
           88  DPAYAPV-OUTPUT-NOT-FOUND   VALUE "35".
       77  DPAYAPV-REPORT-STATUS      PIC X(02).

       77  DPAYAPV-AT-EOF-SW          PIC X(01) VALUE "N".
           88  DPAYAPV-AT-EOF              VALUE "Y".

       77  DPAYAPV-FETCH-SW           PIC X(01) VALUE "N".
           88  DPAYAPV-FETCHED             VALUE "Y".

       77  DPAYAPV-RETCD-DECLINED     PIC S9(4) VALUE +90.

       77  DPAYAPV-CARD-CT            PIC 9(07) COMP-3 VALUE 0.
       77  DPAYAPV-APPROVED-CT        PIC 9(07) COMP-3 VALUE 0.
       77  DPAYAPV-DECLINED-CT        PIC 9(07) COMP-3 VALUE 0.
       77  DPAYAPV-REFUSED-CT         PIC 9(07) COMP-3 VALUE 0.
       77  DPAYAPV-ERROR-CT           PIC 9(07) COMP-3 VALUE 0.
       77  DPAYAPV-OPER-REJECT-CT     PIC 9(07) COMP-3 VALUE 0.
       77  DPAYAPV-QUEUE-ERROR-CT     PIC 9(07) COMP-3 VALUE 0.

       77  DPAYAPV-FUNCTION           PIC X(08) VALUE "DPAYAPV".
       77  DPAYAPV-OPER-REASON        PIC X(30).

       01  DPAYAPV-WORK-CA.
           COPY DPAYTST.

       01  DPAYAPV-DECLINE-MESSAGE    PIC X(27) VALUE
           "DECLINED AT SECOND APPROVAL".

       01  DPAYAPV-TODAY-DATE         PIC X(08).
       01  DPAYAPV-TIME-NOW           PIC X(08).

       01  DPAYAPV-NOW-TS.
           05  DPAYAPV-NOW-DATE.
               10  DPAYAPV-NOW-YEAR       PIC X(04).
               10  FILLER                 PIC X(01) VALUE "-".
               10  DPAYAPV-NOW-MONTH      PIC X(02).
               10  FILLER                 PIC X(01) VALUE "-".
               10  DPAYAPV-NOW-DAY        PIC X(02).
           05  FILLER                     PIC X(01) VALUE "T".
           05  DPAYAPV-NOW-HH             PIC X(02).
           05  FILLER                     PIC X(01) VALUE ":".
           05  DPAYAPV-NOW-MM             PIC X(02).
           05  FILLER                     PIC X(01) VALUE ":".
           05  DPAYAPV-NOW-SS             PIC X(02).
           05  FILLER                     PIC X(13) VALUE SPACES.

       01  DPAYAPV-HEADING-1.
           05  FILLER                     PIC X(44)
               VALUE "DPAYAPV - SECOND APPROVAL OF CONSENTS".
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "RUN ON ".
           05  DPAYAPV-H1-DATE            PIC X(10).

       01  DPAYAPV-HEADING-2.
           05  FILLER                     PIC X(08) VALUE "ACTION".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE "CONSENT-ID".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(16)
               VALUE "CONSENT-AMOUNT".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE "CUR".
           05  FILLER                     PIC X(10) VALUE "OPERATOR".
           05  FILLER                     PIC X(32) VALUE "OUTCOME".

       01  DPAYAPV-DETAIL-LINE.
           05  DPAYAPV-D-ACTION           PIC X(01).
           05  FILLER                     PIC X(09) VALUE SPACES.
           05  DPAYAPV-D-ID               PIC 9(09).
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  DPAYAPV-D-AMOUNT           PIC Z(9)9.99-.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  DPAYAPV-D-CURRENCY         PIC X(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYAPV-D-OPER-ID          PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYAPV-D-OUTCOME          PIC X(36).

       01  DPAYAPV-SUMMARY-LINE.
           05  FILLER                     PIC X(24)
               VALUE "CARDS PROCESSED      : ".
           05  DPAYAPV-S-CARD-CT          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(11)
               VALUE "APPROVED : ".
           05  DPAYAPV-S-APPROVED-CT      PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(11)
               VALUE "DECLINED : ".
           05  DPAYAPV-S-DECLINED-CT      PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(10)
               VALUE "REFUSED : ".
           05  DPAYAPV-S-REFUSED-CT       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(11)
               VALUE "IN ERROR : ".
           05  DPAYAPV-S-ERROR-CT         PIC ZZZ,ZZ9.

       01  DPAYAPV-SUMMARY-2.
           05  FILLER                     PIC X(24)
               VALUE "REJECTED FOR OPERATOR: ".
           05  DPAYAPV-S-OPER-REJECT-CT   PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(13)
               VALUE "NOT QUEUED : ".
           05  DPAYAPV-S-QUEUE-ERROR-CT   PIC ZZZ,ZZ9.

       01  DPAYAPV-RUN-PARMS.
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
               THRU 2000-EXIT.
           PERFORM 3000-PROCESS-CARD
               THRU 3000-EXIT
               UNTIL DPAYAPV-AT-EOF.
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
           MOVE "DPAYAPV" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYAPV-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYAPV-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT DPAYAPV-TIME-NOW FROM TIME.
           MOVE DPAYAPV-TODAY-DATE (1:4) TO DPAYAPV-NOW-YEAR.
           MOVE DPAYAPV-TODAY-DATE (5:2) TO DPAYAPV-NOW-MONTH.
           MOVE DPAYAPV-TODAY-DATE (7:2) TO DPAYAPV-NOW-DAY.
           MOVE DPAYAPV-TIME-NOW (1:2) TO DPAYAPV-NOW-HH.
           MOVE DPAYAPV-TIME-NOW (3:2) TO DPAYAPV-NOW-MM.
           MOVE DPAYAPV-TIME-NOW (5:2) TO DPAYAPV-NOW-SS.
           OPEN INPUT DPAYAPVC-FILE.
           PERFORM 1100-OPEN-APPROVED-FILE
               THRU 1100-EXIT.
           OPEN OUTPUT DPAYAPVR-FILE.
           MOVE DPAYAPV-NOW-DATE TO DPAYAPV-H1-DATE.
           MOVE DPAYAPV-HEADING-1 TO DPAYAPVR-LINE.
           WRITE DPAYAPVR-LINE.
           MOVE DPAYAPV-HEADING-2 TO DPAYAPVR-LINE.
           WRITE DPAYAPVR-LINE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * OPEN THE APPROVED-SETTLEMENT FILE TO ADD TO IT - APPROVALS    *
      * FROM AN EARLIER RUN TODAY MAY NOT YET HAVE BEEN SUBMITTED.    *
      * CREATE IT WHEN DPAYSUB HAS NOT YET LEFT ONE.                  *
      *****************************************************************
       1100-OPEN-APPROVED-FILE.
           OPEN EXTEND DPAYAPVO-FILE.
           IF DPAYAPV-OUTPUT-NOT-FOUND
               OPEN OUTPUT DPAYAPVO-FILE
               CLOSE DPAYAPVO-FILE
               OPEN EXTEND DPAYAPVO-FILE
           END-IF.
       1100-EXIT.
           EXIT.

       2000-READ-CARD.
           READ DPAYAPVC-FILE
               AT END
                   SET DPAYAPV-AT-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       3000-PROCESS-CARD.
           ADD 1 TO DPAYAPV-CARD-CT.
           MOVE DPAYAPVC-ACTION TO DPAYAPV-D-ACTION.
           MOVE DPAYAPVC-CONSENT-ID TO DPAYAPV-D-ID.
           MOVE DPAYAPVC-OPER-ID TO DPAYAPV-D-OPER-ID.
           MOVE ZERO TO DPAYAPV-D-AMOUNT.
           MOVE SPACES TO DPAYAPV-D-CURRENCY.
           IF NOT DPAYAPVC-APPROVE
               AND NOT DPAYAPVC-DECLINE
               ADD 1 TO DPAYAPV-ERROR-CT
               MOVE "INVALID ACTION" TO DPAYAPV-D-OUTCOME
               PERFORM 3900-WRITE-DETAIL
                   THRU 3900-EXIT
               GO TO 3000-NEXT
           END-IF.
           CALL "DPAYOPV" USING DPAYAPVC-OPER-ID, DPAYAPV-FUNCTION,
                                DPAYAPV-OPER-REASON.
           IF DPAYAPV-OPER-REASON NOT = SPACES
               ADD 1 TO DPAYAPV-OPER-REJECT-CT
               MOVE DPAYAPV-OPER-REASON TO DPAYAPV-D-OUTCOME
               PERFORM 3900-WRITE-DETAIL
                   THRU 3900-EXIT
               GO TO 3000-NEXT
           END-IF.
           PERFORM 3100-FETCH-AWAITING-CONSENT
               THRU 3100-EXIT.
           IF NOT DPAYAPV-FETCHED
               PERFORM 3900-WRITE-DETAIL
                   THRU 3900-EXIT
               GO TO 3000-NEXT
           END-IF.
           MOVE DFHCA-01-CONSENT-AMOUNT IN DPAYAPV-WORK-CA
               TO DPAYAPV-D-AMOUNT.
           MOVE DFHCA-01-CURRENCY-CD IN DPAYAPV-WORK-CA
               TO DPAYAPV-D-CURRENCY.
           MOVE DPAYAPV-NOW-TS
               TO DFHCA-01-LAST-UPDATE-TS IN DPAYAPV-WORK-CA.
           MOVE DPAYAPVC-OPER-ID
               TO DFHCA-01-LAST-OPER-ID IN DPAYAPV-WORK-CA.
           IF DPAYAPVC-APPROVE
               PERFORM 4000-APPROVE-CONSENT
                   THRU 4000-EXIT
           ELSE
               PERFORM 5000-DECLINE-CONSENT
                   THRU 5000-EXIT
           END-IF.
           PERFORM 3900-WRITE-DETAIL
               THRU 3900-EXIT.
       3000-NEXT.
           PERFORM 2000-READ-CARD
               THRU 2000-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * FETCH THE CONSENT FROM THE MASTER AND MAKE SURE IT REALLY IS  *
      * AWAITING SECOND APPROVAL - THE MASTER IS OPENED AND CLOSED    *
      * AROUND THE READ SO DPAYLMT AND DPAYCAP CAN REOPEN IT DURING   *
      * THE APPROVAL PROPER.                                          *
      *****************************************************************
       3100-FETCH-AWAITING-CONSENT.
           MOVE "N" TO DPAYAPV-FETCH-SW.
           OPEN INPUT DPAYMAS-FILE.
           IF DPAYAPV-MASTER-NOT-FOUND
               OPEN OUTPUT DPAYMAS-FILE
               CLOSE DPAYMAS-FILE
               OPEN INPUT DPAYMAS-FILE
           END-IF.
           MOVE DPAYAPVC-CONSENT-ID
               TO DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD.
           READ DPAYMAS-FILE
               KEY IS DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT DPAYAPV-MASTER-OK
               ADD 1 TO DPAYAPV-ERROR-CT
               MOVE "NOT FOUND ON MASTER" TO DPAYAPV-D-OUTCOME
           ELSE
               IF NOT DFHCA-01-CONSENT-AWAIT-2ND IN DPAYMAS-RECORD
                   ADD 1 TO DPAYAPV-ERROR-CT
                   MOVE "NOT AWAITING SECOND APPROVAL"
                       TO DPAYAPV-D-OUTCOME
               ELSE
                   MOVE DPAYMAS-RECORD TO DPAYAPV-WORK-CA
                   SET DPAYAPV-FETCHED TO TRUE
               END-IF
           END-IF.
           CLOSE DPAYMAS-FILE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * APPROVE: THE SECOND APPROVAL MUST BE INDEPENDENT - AN         *
      * APPROVER WHO KEYED THE CONSENT OR RELEASED IT FROM REVIEW IS  *
      * REFUSED AND THE CONSENT LEFT WAITING, AS IS ANY APPROVAL OF A *
      * CONSENT THAT DOES NOT RECORD WHO KEYED IT.  OTHERWISE THE     *
      * HOLD RETURN CODE AND MESSAGE ARE CLEARED, THE APPROVER        *
      * RECORDED, AND THE CONSENT RE-RUNS THE EDITS AND THE WAREHOUSE *
      * IN THE SAME VAL-WHS-CAP ORDER A DPAYDSP RELEASE USES - THE    *
      * RECORDED APPROVER IS WHAT LETS IT PAST DPAYFEC THIS TIME.  AN *
      * APPROVAL THAT FAILS THE EDITS IS CAPTURED WITH THE EDIT       *
      * REJECTION.                                                    *
      *****************************************************************
       4000-APPROVE-CONSENT.
           IF DFHCA-01-KEYED-BY-OPER IN DPAYAPV-WORK-CA = SPACES
               ADD 1 TO DPAYAPV-REFUSED-CT
               MOVE "REFUSED - KEYING OPER UNKNOWN"
                   TO DPAYAPV-D-OUTCOME
               GO TO 4000-EXIT
           END-IF.
           IF DPAYAPVC-OPER-ID
                   = DFHCA-01-KEYED-BY-OPER IN DPAYAPV-WORK-CA
               ADD 1 TO DPAYAPV-REFUSED-CT
               MOVE "REFUSED - APPROVER KEYED IT"
                   TO DPAYAPV-D-OUTCOME
               GO TO 4000-EXIT
           END-IF.
           IF DPAYAPVC-OPER-ID
                   = DFHCA-01-RELEASED-BY-OPER IN DPAYAPV-WORK-CA
               ADD 1 TO DPAYAPV-REFUSED-CT
               MOVE "REFUSED - APPROVER RELEASED IT"
                   TO DPAYAPV-D-OUTCOME
               GO TO 4000-EXIT
           END-IF.
           SET DFHCA-01-CONSENT-AUTHORISED IN DPAYAPV-WORK-CA
               TO TRUE.
           MOVE ZERO TO DFHCA-01-RETURN-CD IN DPAYAPV-WORK-CA.
           MOVE SPACES TO DFHCA-01-ERROR-MSG IN DPAYAPV-WORK-CA.
           MOVE DPAYAPVC-OPER-ID
               TO DFHCA-01-SECOND-AUTH-OPER IN DPAYAPV-WORK-CA.
           CALL "DPAYVAL" USING DPAYAPV-WORK-CA.
           CALL "DPAYWHS" USING DPAYAPV-WORK-CA.
           CALL "DPAYCAP" USING DPAYAPV-WORK-CA.
           IF DFHCA-01-RETURN-CD IN DPAYAPV-WORK-CA = ZERO
               ADD 1 TO DPAYAPV-APPROVED-CT
               MOVE "APPROVED" TO DPAYAPV-D-OUTCOME
               PERFORM 4100-QUEUE-FOR-SETTLEMENT
                   THRU 4100-EXIT
           ELSE
               ADD 1 TO DPAYAPV-ERROR-CT
               MOVE "APPROVAL FAILED EDITS" TO DPAYAPV-D-OUTCOME
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * AN APPROVED CONSENT WITH NO REQUESTED DATE, OR DUE TODAY, IS  *
      * READY FOR SETTLEMENT NOW - IT GOES ON THE APPROVED-SETTLEMENT *
      * FILE.  A FUTURE-DATED ONE HAS JUST BEEN WAREHOUSED BY DPAYWHS *
      * AND WAITS FOR THE RELEASE BATCH.  A FAILED WRITE TO THE FILE  *
      * IS REPORTED WITH ITS STATUS AND ENDS THE RUN RC 16 - THE      *
      * CONSENT IS AUTHORISED ON THE MASTER BUT NOT QUEUED.           *
      *****************************************************************
       4100-QUEUE-FOR-SETTLEMENT.
           IF DFHCA-01-REQD-EXEC-DATE IN DPAYAPV-WORK-CA = SPACES
               OR DFHCA-01-REQD-EXEC-DATE IN DPAYAPV-WORK-CA
                   NOT > DPAYAPV-NOW-DATE
               MOVE DPAYAPV-WORK-CA TO DPAYAPVO-RECORD
               WRITE DPAYAPVO-RECORD
               IF NOT DPAYAPV-OUTPUT-OK
                   ADD 1 TO DPAYAPV-QUEUE-ERROR-CT
                   MOVE 16 TO RETURN-CODE
                   MOVE SPACES TO DPAYAPV-D-OUTCOME
                   STRING "APPROVED - NOT QUEUED, STATUS "
                              DELIMITED BY SIZE
                          DPAYAPV-OUTPUT-STATUS
                              DELIMITED BY SIZE
                       INTO DPAYAPV-D-OUTCOME
                   END-STRING
               END-IF
           ELSE
               MOVE "APPROVED - WAREHOUSED" TO DPAYAPV-D-OUTCOME
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * DECLINE: THE CONSENT MOVES TO REJECTED WITH THE DECLINE       *
      * RETURN CODE AND MESSAGE, AND DPAYCAP FLOWS THE OUTCOME TO     *
      * THE IMAGE, MASTER, AUDIT AND NOTIFICATION FILES.              *
      *****************************************************************
       5000-DECLINE-CONSENT.
           SET DFHCA-01-CONSENT-REJECTED IN DPAYAPV-WORK-CA TO TRUE.
           MOVE DPAYAPV-RETCD-DECLINED
               TO DFHCA-01-RETURN-CD IN DPAYAPV-WORK-CA.
           MOVE DPAYAPV-DECLINE-MESSAGE
               TO DFHCA-01-ERROR-MSG IN DPAYAPV-WORK-CA.
           MOVE DPAYAPVC-OPER-ID
               TO DFHCA-01-SECOND-AUTH-OPER IN DPAYAPV-WORK-CA.
           CALL "DPAYCAP" USING DPAYAPV-WORK-CA.
           ADD 1 TO DPAYAPV-DECLINED-CT.
           MOVE "DECLINED" TO DPAYAPV-D-OUTCOME.
       5000-EXIT.
           EXIT.

       3900-WRITE-DETAIL.
           MOVE DPAYAPV-DETAIL-LINE TO DPAYAPVR-LINE.
           WRITE DPAYAPVR-LINE.
       3900-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE DPAYAPV-CARD-CT TO DPAYAPV-S-CARD-CT.
           MOVE DPAYAPV-APPROVED-CT TO DPAYAPV-S-APPROVED-CT.
           MOVE DPAYAPV-DECLINED-CT TO DPAYAPV-S-DECLINED-CT.
           MOVE DPAYAPV-REFUSED-CT TO DPAYAPV-S-REFUSED-CT.
           MOVE DPAYAPV-ERROR-CT TO DPAYAPV-S-ERROR-CT.
           MOVE DPAYAPV-SUMMARY-LINE TO DPAYAPVR-LINE.
           WRITE DPAYAPVR-LINE.
           MOVE DPAYAPV-OPER-REJECT-CT TO DPAYAPV-S-OPER-REJECT-CT.
           MOVE DPAYAPV-QUEUE-ERROR-CT TO DPAYAPV-S-QUEUE-ERROR-CT.
           MOVE DPAYAPV-SUMMARY-2 TO DPAYAPVR-LINE.
           WRITE DPAYAPVR-LINE.
           CLOSE DPAYAPVC-FILE.
           CLOSE DPAYAPVO-FILE.
           CLOSE DPAYAPVR-FILE.
           IF DPAYAPV-QUEUE-ERROR-CT > ZERO
               MOVE 16 TO RETURN-CODE
           END-IF.
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
           MOVE DPAYAPV-CARD-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "APPROVED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYAPV-APPROVED-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "DECLINED" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYAPV-DECLINED-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYAPV-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
