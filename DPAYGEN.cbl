      *              consented number of occurrences has been cut.    *
      *              Everything generated, skipped, completed or      *
      *              cancelled is reported on DPAYGENR.               *
      *              Occurrences are only cut on a business day for   *
      *              the originating consent's debit account scheme   *
      *              (DPAYBDY): an occurrence falling due on a        *
      *              weekend or holiday is deferred, and cut on the   *
      *              next business day's run.                         *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  18/06/11  RSH  INITIAL VERSION.                               *
      *  18/11/05  RSH  LEAVE A SCHEDULE WHOSE CONSENT IS AWAITING     *
      *                 SECOND APPROVAL DUE, RATHER THAN CANCEL IT.    *
      *  18/11/26  RSH  RECORD THE BATCH AS OPERATOR ON THE STATUS     *
      *                 HISTORY.                                      *
      *  18/12/10  RSH  ROLL AN OCCURRENCE DUE ON A NON-BUSINESS DAY   *
      *                 FORWARD TO THE NEXT BUSINESS DAY.              *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYGEN.
       77  DPAYGEN-CHANGED-SW         PIC X(01) VALUE "N".
           88  DPAYGEN-SCHED-CHANGED       VALUE "Y".

       77  DPAYGEN-DEFER-SW           PIC X(01) VALUE "N".
           88  DPAYGEN-DEFERRED            VALUE "Y".

       77  DPAYGEN-SCHED-CT           PIC 9(07) COMP-3 VALUE 0.
       77  DPAYGEN-DUE-CT             PIC 9(07) COMP-3 VALUE 0.
       77  DPAYGEN-GENERATED-CT       PIC 9(07) COMP-3 VALUE 0.
       77  DPAYGEN-REJECTED-CT        PIC 9(07) COMP-3 VALUE 0.
       77  DPAYGEN-COMPLETED-CT       PIC 9(07) COMP-3 VALUE 0.
       77  DPAYGEN-CANCELLED-CT       PIC 9(07) COMP-3 VALUE 0.
       77  DPAYGEN-DEFERRED-CT        PIC 9(07) COMP-3 VALUE 0.

       77  DPAYGEN-DUE-INTEGER        PIC S9(09) COMP.
       77  DPAYGEN-ANCHOR-DAY         PIC 9(02).
           COPY DPAYTST.

       01  DPAYGEN-TODAY-DATE         PIC X(08).
       01  DPAYGEN-TODAY-DATE-N REDEFINES DPAYGEN-TODAY-DATE
                                      PIC 9(08).
       01  DPAYGEN-TIME-NOW           PIC X(08).

       01  DPAYGEN-BDY-PARMS.
           COPY DPAYBDP.

      *****************************************************************
      * TODAY AS YYYY-MM-DD, THE SAME SHAPE AS THE SCHEDULE'S         *
      * NEXT-DUE DATE, SO THE TWO COMPARE DIRECTLY.                   *
           05  FILLER                     PIC X(12)
               VALUE "CANCELLED : ".
           05  DPAYGEN-S-CANCELLED-CT     PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(11)
               VALUE "DEFERRED : ".
           05  DPAYGEN-S-DEFERRED-CT      PIC ZZZ,ZZ9.

       01  DPAYGEN-RUN-PARMS.
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
           PERFORM 2000-READ-SCHEDULE
               UNTIL DPAYGEN-AT-EOF.
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
           MOVE "DPAYGEN" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYGEN-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYGEN-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT DPAYGEN-TIME-NOW FROM TIME.
      * ONE SCHEDULE.  AN ACTIVE SCHEDULE MAY HAVE MORE THAN ONE      *
      * OCCURRENCE DUE (THE BATCH MISSED A NIGHT), SO OCCURRENCES     *
      * ARE CUT UNTIL THE NEXT-DUE DATE PASSES THE RUN DATE OR THE    *
      * SCHEDULE LEAVES ACTIVE STATUS - OR UNTIL AN OCCURRENCE IS     *
      * DEFERRED BECAUSE THE RUN DATE IS NOT A BUSINESS DAY.  THE     *
      * RECORD IS REWRITTEN ONCE, AFTER EVERYTHING DUE TONIGHT HAS    *
      * BEEN CUT.                                                     *
      *****************************************************************
       3000-PROCESS-SCHEDULE.
           ADD 1 TO DPAYGEN-SCHED-CT.
           MOVE "N" TO DPAYGEN-CHANGED-SW.
           MOVE "N" TO DPAYGEN-DEFER-SW.
           PERFORM 3100-GENERATE-OCCURRENCE
               THRU 3100-EXIT
               UNTIL NOT DPAYSCH-ACTIVE
                   OR DPAYSCH-NEXT-DUE-DATE > DPAYGEN-TODAY-ISO
                   OR DPAYGEN-DEFERRED.
           IF DPAYGEN-SCHED-CHANGED
               REWRITE DPAYSCH-RECORD
           END-IF.
                   THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.
      *    A CONSENT STILL AWAITING ITS SECOND APPROVAL MAY YET BE
      *    APPROVED - THE OCCURRENCE IS LEFT DUE FOR A LATER RUN.
           IF DFHCA-01-CONSENT-AWAIT-2ND IN DPAYGEN-WORK-CA
               MOVE "SKIPPED - AWAITING 2ND APPR"
                   TO DPAYGEN-D-OUTCOME
               MOVE DFHCA-01-CONSENT-AMOUNT IN DPAYGEN-WORK-CA
                   TO DPAYGEN-D-AMOUNT
               PERFORM 3900-WRITE-DETAIL
                   THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF NOT DFHCA-01-CONSENT-AUTHORISED IN DPAYGEN-WORK-CA
               PERFORM 3800-CANCEL-SCHEDULE
                   THRU 3800-EXIT
                   THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.
      *    AN OCCURRENCE IS ONLY CUT ON A BUSINESS DAY FOR THE
      *    CONSENT'S SCHEME.  ONE THAT FELL DUE ON A WEEKEND OR
      *    HOLIDAY STAYS DUE, AND THE NEXT BUSINESS DAY'S RUN CUTS
      *    IT - THE SCHEDULE ITSELF KEEPS ITS OWN DATES, SO A
      *    MONTHLY ORDER IS NOT DRAGGED OFF ITS ANCHOR DAY.
           SET DPAYBDP-TEST-DAY TO TRUE.
           MOVE DFHCA-01-DEBIT-AC-SCHEMENAME IN DPAYGEN-WORK-CA
               TO DPAYBDP-SCHEME.
           MOVE DPAYGEN-TODAY-DATE-N TO DPAYBDP-FROM-DATE.
           CALL "DPAYBDY" USING DPAYGEN-BDY-PARMS.
           IF NOT DPAYBDP-BUSINESS-DAY
               SET DPAYGEN-DEFERRED TO TRUE
               ADD 1 TO DPAYGEN-DEFERRED-CT
               MOVE "DEFERRED - NOT BUSINESS DAY" TO DPAYGEN-D-OUTCOME
               MOVE DFHCA-01-CONSENT-AMOUNT IN DPAYGEN-WORK-CA
                   TO DPAYGEN-D-AMOUNT
               PERFORM 3900-WRITE-DETAIL
                   THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3300-BUILD-GENERATED-PAYMENT
               THRU 3300-EXIT.
           CALL "DPAYPROC" USING DPAYGEN-WORK-CA.
               TO DFHCA-01-CREATE-TS IN DPAYGEN-WORK-CA.
           MOVE DPAYGEN-NOW-TS
               TO DFHCA-01-LAST-UPDATE-TS IN DPAYGEN-WORK-CA.
           MOVE "DPAYGEN" TO DFHCA-01-LAST-OPER-ID IN DPAYGEN-WORK-CA.
       3300-EXIT.
           EXIT.

           MOVE DPAYGEN-REJECTED-CT TO DPAYGEN-S-REJECTED-CT.
           MOVE DPAYGEN-COMPLETED-CT TO DPAYGEN-S-COMPLETED-CT.
           MOVE DPAYGEN-CANCELLED-CT TO DPAYGEN-S-CANCELLED-CT.
           MOVE DPAYGEN-DEFERRED-CT TO DPAYGEN-S-DEFERRED-CT.
           MOVE DPAYGEN-SUMMARY-2 TO DPAYGENR-LINE.
           WRITE DPAYGENR-LINE.
           CLOSE DPAYSCHM-FILE.
           CLOSE DPAYGENR-FILE.
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
           MOVE DPAYGEN-DUE-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "GENERATED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYGEN-GENERATED-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "REJECTED" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYGEN-REJECTED-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYGEN-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
