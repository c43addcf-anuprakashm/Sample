      *              forward on the new-generation warehouse         *
      *              (DPAYWHSO).  Everything released or withheld is *
      *              reported on DPAYRELR.                           *
      *              A consent falls due on its requested execution  *
      *              date or, when that is not a business day for    *
      *              the debit account scheme, on the next business  *
      *              day after it (DPAYBDY) - so nothing is released *
      *              on a non-settlement day, and an item dated for  *
      *              a holiday is released, re-dated, on the first   *
      *              business day after rather than held past due.   *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  18/05/07  RSH  RELEASE IN THE VAL-WHS-CAP DISPOSITION ORDER  *
      *                 (NO RE-SCREENING); CARRY A FAILED RELEASE     *
      *                 FORWARD INSTEAD OF DROPPING IT.               *
      *  18/11/26  RSH  RECORD THE BATCH AS OPERATOR ON THE STATUS     *
      *                 HISTORY.                                      *
      *  18/12/10  RSH  RELEASE ONLY ON A BUSINESS DAY - AN ITEM DATED *
      *                 FOR A NON-BUSINESS DAY FALLS DUE ON THE NEXT   *
      *                 BUSINESS DAY.                                  *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYREL.
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYREL-TI-DAY             PIC X(02).

      *****************************************************************
      * THE DAY THE ITEM IN HAND FALLS DUE - ITS REQUESTED EXECUTION  *
      * DATE ROLLED TO A BUSINESS DAY - IN THE SAME SHAPE AGAIN.      *
      *****************************************************************
       01  DPAYREL-DUE-ISO.
           05  DPAYREL-DI-YEAR            PIC X(04).
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYREL-DI-MONTH           PIC X(02).
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYREL-DI-DAY             PIC X(02).

       01  DPAYREL-EXEC-WORK-DATE     PIC X(08).
       01  DPAYREL-EXEC-WORK-DATE-N REDEFINES DPAYREL-EXEC-WORK-DATE
                                      PIC 9(08).

       01  DPAYREL-BDY-PARMS.
           COPY DPAYBDP.

       01  DPAYREL-HEADING-1.
           05  FILLER                     PIC X(44)
               VALUE "DPAYREL - WAREHOUSED PAYMENT RELEASE".
               VALUE "DUPLICATES DROPPED : ".
           05  DPAYREL-S-DUP-CT           PIC ZZZ,ZZ9.

       01  DPAYREL-RUN-PARMS.
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
           SORT DPAYWSRT-FILE
               UNTIL DPAYREL-AT-EOF.
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
           MOVE "DPAYREL" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYREL-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYREL-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE DPAYREL-TODAY-DATE (1:4) TO DPAYREL-TI-YEAR.
               MOVE "N" TO DPAYREL-FIRST-SW
               MOVE DFHCA-01-CONSENT-ID IN DPAYWSRO-RECORD
                   TO DPAYREL-PREV-ID
               PERFORM 3050-FIND-DUE-DATE
                   THRU 3050-EXIT
               IF DPAYREL-DUE-ISO > DPAYREL-TODAY-ISO
                   PERFORM 3800-CARRY-FORWARD
                       THRU 3800-EXIT
               ELSE
                   IF DPAYREL-DUE-ISO < DPAYREL-TODAY-ISO
                       PERFORM 3850-WITHHOLD-PAST-DUE
                           THRU 3850-EXIT
                   ELSE
       3000-EXIT.
           EXIT.

      *****************************************************************
      * THE ITEM FALLS DUE ON ITS REQUESTED EXECUTION DATE, ROLLED    *
      * FORWARD TO THE NEXT BUSINESS DAY FOR THE DEBIT ACCOUNT        *
      * SCHEME WHEN IT IS NOT ONE.  A DATE THAT IS NOT NUMERIC IS     *
      * LEFT AS IT IS FOR THE EDITS TO DEAL WITH.                     *
      *****************************************************************
       3050-FIND-DUE-DATE.
           MOVE DFHCA-01-REQD-EXEC-DATE IN DPAYWSRO-RECORD
               TO DPAYREL-DUE-ISO.
           MOVE DFHCA-01-REQD-EXEC-DATE IN DPAYWSRO-RECORD (1:4)
               TO DPAYREL-EXEC-WORK-DATE (1:4).
           MOVE DFHCA-01-REQD-EXEC-DATE IN DPAYWSRO-RECORD (6:2)
               TO DPAYREL-EXEC-WORK-DATE (5:2).
           MOVE DFHCA-01-REQD-EXEC-DATE IN DPAYWSRO-RECORD (9:2)
               TO DPAYREL-EXEC-WORK-DATE (7:2).
           IF DPAYREL-EXEC-WORK-DATE-N NOT NUMERIC
               GO TO 3050-EXIT
           END-IF.
           SET DPAYBDP-NEXT-DAY TO TRUE.
           MOVE DFHCA-01-DEBIT-AC-SCHEMENAME IN DPAYWSRO-RECORD
               TO DPAYBDP-SCHEME.
           MOVE DPAYREL-EXEC-WORK-DATE-N TO DPAYBDP-FROM-DATE.
           CALL "DPAYBDY" USING DPAYREL-BDY-PARMS.
           MOVE DPAYBDP-RESULT-DATE TO DPAYREL-EXEC-WORK-DATE-N.
           MOVE DPAYREL-EXEC-WORK-DATE (1:4) TO DPAYREL-DI-YEAR.
           MOVE DPAYREL-EXEC-WORK-DATE (5:2) TO DPAYREL-DI-MONTH.
           MOVE DPAYREL-EXEC-WORK-DATE (7:2) TO DPAYREL-DI-DAY.
       3050-EXIT.
           EXIT.

       3100-RELEASE-DUE-ITEM.
           MOVE DFHCA-01-CONSENT-ID IN DPAYWSRO-RECORD
               TO DPAYREL-D-ID.
           END-READ.
           IF DPAYREL-MASTER-OK
               MOVE DPAYMAS-RECORD TO DPAYREL-WORK-CA
               MOVE "DPAYREL"
                   TO DFHCA-01-LAST-OPER-ID IN DPAYREL-WORK-CA
               SET DPAYREL-FETCHED TO TRUE
           END-IF.
           CLOSE DPAYMAS-FILE.
      * ANOTHER DAY.                                                 *
      *****************************************************************
       3300-DRIVE-SETTLEMENT.
      *    AN ITEM DATED FOR A NON-BUSINESS DAY SETTLES TODAY, THE
      *    BUSINESS DAY IT ROLLED TO - THE CONSENT IS RE-DATED SO
      *    THE EDITS DO NOT REJECT IT AS PAST AND THE MASTER SHOWS
      *    THE DATE IT REALLY SETTLED.
           IF DPAYREL-DUE-ISO
                   NOT = DFHCA-01-REQD-EXEC-DATE IN DPAYREL-WORK-CA
               MOVE DPAYREL-DUE-ISO
                   TO DFHCA-01-REQD-EXEC-DATE IN DPAYREL-WORK-CA
           END-IF.
           CALL "DPAYVAL" USING DPAYREL-WORK-CA.
           IF DFHCA-01-RETURN-CD IN DPAYREL-WORK-CA = ZERO
               CALL "DPAYWHS" USING DPAYREL-WORK-CA
               MOVE DPAYREL-WORK-CA TO DPAYRELO-RECORD
               WRITE DPAYRELO-RECORD
               ADD 1 TO DPAYREL-RELEASED-CT
               IF DPAYREL-DUE-ISO
                       = DFHCA-01-REQD-EXEC-DATE IN DPAYWSRO-RECORD
                   MOVE "RELEASED" TO DPAYREL-D-OUTCOME
               ELSE
                   MOVE "RELEASED - DATE ROLLED"
                       TO DPAYREL-D-OUTCOME
               END-IF
           ELSE
               ADD 1 TO DPAYREL-WITHHELD-CT
               MOVE "WITHHELD - FAILED EDITS" TO DPAYREL-D-OUTCOME
           CLOSE DPAYRELR-FILE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "DUE" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYREL-DUE-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "RELEASED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYREL-RELEASED-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "WITHHELD" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYREL-WITHHELD-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYREL-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
